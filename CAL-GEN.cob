      *
      * CALYEAR in the environment names the year (YYYY).
      *
      * Fiscal shops (CALFISCAL=Y) also get the fiscal year CALYEAR
      * on the 4-4-5 pattern - twelve periods of 4, 4 and 5 weeks,
      * period 12 six weeks where CALFY53=Y makes it a 53-week
      * year - starting CALFYSTART (YYYY-MM-DD), by default the day
      * after the last period already on SUMFPER. A fiscal year
      * already on SUMFPER is used as it stands. The "E" marker
      * then falls on the last business day of each fiscal period,
      * so the roll-up and close follow the periods; days no period
      * covers keep calendar month ends. The periods are staged on
      * SUMFPERGN and listed on CALGNRPT, and CALAPPLY=Y appends
      * them to SUMFPER with the calendar.
      *
      * A shop's or region's own calendar (CALREGION=, naming a
      * shop code or a SHOP-REGION - see CBRCAL) is generated the
      * same way from that region's holiday file, named by
      * CALHOLFILE (default SUMHOL), and CALAPPLY=Y appends it to
      * SUMRCAL instead of SUMCAL. A regional run never touches
      * SUMFPER - the fiscal periods are head office's - and a
      * holiday file that cannot be read fails the validation
      * rather than stage a year of weekends only.
      *
      * RC 0 = generated and validated (and applied if asked),
      * 4 = validation failed - nothing applied, 8 = no year.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLFILE ASSIGN TO DYNAMIC HOL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOL-FILE-STATUS.
           SELECT OPTIONAL CALGNFILE ASSIGN TO "SUMCALGN"
           SELECT OPTIONAL CALFILE ASSIGN TO "SUMCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT OPTIONAL FPERFILE ASSIGN TO "SUMFPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPER-FILE-STATUS.
           SELECT OPTIONAL FPERGNFILE ASSIGN TO "SUMFPERGN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPERGN-FILE-STATUS.
           SELECT OPTIONAL RCALFILE ASSIGN TO "SUMRCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE.
           COPY CBCAL.

       FD  FPERFILE.
           COPY CBFPER.

       FD  FPERGNFILE.
           COPY CBFPER REPLACING LEADING ==FPER-== BY ==FPGN-==.

       FD  RCALFILE.
           COPY CBRCAL.

       WORKING-STORAGE SECTION.
       01 HOL-FILE-STATUS    PIC XX.
           88 HOL-FILE-OK        VALUE "00".
       01 CALGN-FILE-STATUS  PIC XX.
       01 CAL-FILE-STATUS    PIC XX.
       01 FPER-FILE-STATUS   PIC XX.
           88 FPER-FILE-OK       VALUE "00" "05".
       01 FPERGN-FILE-STATUS PIC XX.
       01 RCAL-FILE-STATUS   PIC XX.
       01 FPER-EOF-FLAG      PIC X.
           88 FPER-AT-EOF        VALUE "Y".
       01 HOL-EOF-FLAG       PIC X.
           88 HOL-AT-EOF         VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 WANT-YEAR          PIC X(4).
       01 WEEKEND-RULE       PIC X(6).
       01 APPLY-SWITCH       PIC X.
       01 FISCAL-SWITCH      PIC X.
           88 FISCAL-SHOP        VALUE "Y".
       01 FY53-SWITCH        PIC X.
       01 FY-START-DATE      PIC X(10).
      * The calendar being generated - blank for head office's
      * SUMCAL, else the shop code or region it belongs to.
       01 CAL-REGION         PIC X(20).
           88 HEAD-OFFICE-CALENDAR VALUE SPACES.
       01 HOL-FILE-NAME      PIC X(30) VALUE "SUMHOL".
       01 HOL-FILE-INPUT     PIC X(30).
       01 HOL-MSG            PIC X(60) VALUE SPACES.

       01 HOLIDAY-COUNT      PIC 9(3) COMP-5 VALUE 0.
       01 HOLIDAY-TABLE-WS.
               10 HOLW-DATE      PIC X(10).
               10 HOLW-DESC      PIC X(30).
       01 HOL-IDX            PIC 9(3) COMP-5.
      * Next year's holidays, for the days of a fiscal period that
      * runs on past 31 December.
       01 NEXT-YEAR          PIC 9(4).
       01 NEXT-HOL-COUNT     PIC 9(3) COMP-5 VALUE 0.
       01 NEXT-HOL-TABLE.
           05 NHOL-DATE OCCURS 60 TIMES PIC X(10).

      * The generated year, one slot per day - marked up in place
      * before anything is written.
           05 DAY-ENTRY OCCURS 366 TIMES.
               10 DW-DATE        PIC X(10).
               10 DW-TYPE        PIC X.
      * The fiscal period covering the day (FP-ENTRY), 0 for none.
               10 DW-PERIOD-IDX  PIC 9(3) COMP-5.
       01 DAY-IDX            PIC 9(3) COMP-5.

       01 START-DAY-NO       PIC 9(8) COMP-5.
           05 MEND-COUNT OCCURS 12 TIMES PIC 9(3) COMP-5.
       01 VALID-FLAG         PIC X VALUE "Y".
           88 YEAR-IS-VALID      VALUE "Y".
       01 MONTH-UNCOVERED.
           05 MUNC-COUNT OCCURS 12 TIMES PIC 9(3) COMP-5.
       01 BUS-DAY-COUNT      PIC 9(3) VALUE 0.
       01 HOL-DAY-COUNT      PIC 9(3) VALUE 0.
       01 COUNT-EDITED       PIC ZZ9.

      * Fiscal periods - those already on SUMFPER and, when the
      * year is not there yet, the twelve generated here (FP-NEW).
       01 FP-COUNT           PIC 9(3) COMP-5 VALUE 0.
       01 FP-TABLE-WS.
           05 FP-ENTRY OCCURS 520 TIMES.
               10 FP-PERIOD-ID   PIC X(7).
               10 FP-START-DATE  PIC X(10).
               10 FP-END-DATE    PIC X(10).
               10 FP-QUARTER     PIC 9.
               10 FP-WEEKS       PIC 9.
               10 FP-NEW         PIC X.
               10 FP-ENDS-HERE   PIC X.
               10 FP-END-COUNT   PIC 9(3) COMP-5.
       01 FP-IDX             PIC 9(3) COMP-5.
       01 FP-FIRST-NEW       PIC 9(3) COMP-5 VALUE 0.
       01 FP-LAST-END        PIC X(10) VALUE SPACES.
       01 FY-ON-FILE-FLAG    PIC X VALUE "N".
           88 FY-ALREADY-ON-FILE VALUE "Y".
       01 PERIOD-NO          PIC 99.
       01 PERIOD-WEEKS       PIC 9.
       01 PERIOD-START-NO    PIC 9(8) COMP-5.
       01 PERIOD-END-NO      PIC 9(8) COMP-5.
       01 PERIOD-DAYS        PIC 9(3) COMP-5.
       01 WORK-DATE          PIC X(10).
       01 TAIL-BUS-FLAG      PIC X.
           88 TAIL-HAS-BUS-DAY   VALUE "Y".
       01 UNCOVERED-COUNT    PIC 9(3) VALUE 0.
       01 FISCAL-MSG         PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           END-IF
           ACCEPT WEEKEND-RULE FROM ENVIRONMENT "CALWKEND"
           ACCEPT APPLY-SWITCH FROM ENVIRONMENT "CALAPPLY"
           ACCEPT FISCAL-SWITCH FROM ENVIRONMENT "CALFISCAL"
           ACCEPT FY53-SWITCH FROM ENVIRONMENT "CALFY53"
           ACCEPT FY-START-DATE FROM ENVIRONMENT "CALFYSTART"
           ACCEPT CAL-REGION FROM ENVIRONMENT "CALREGION"
           ACCEPT HOL-FILE-INPUT FROM ENVIRONMENT "CALHOLFILE"
           IF HOL-FILE-INPUT NOT = SPACES
               MOVE HOL-FILE-INPUT TO HOL-FILE-NAME
           END-IF

           PERFORM 1000-LOAD-HOLIDAYS
           PERFORM 2000-GENERATE-THE-YEAR
           IF FISCAL-SHOP
               PERFORM 1500-LOAD-FISCAL-PERIODS
               IF NOT FY-ALREADY-ON-FILE
                   PERFORM 1600-GENERATE-FISCAL-YEAR
               END-IF
               PERFORM 2500-MAP-DAYS-TO-PERIODS
               PERFORM 3500-MARK-PERIOD-ENDS
           END-IF
           PERFORM 3000-MARK-MONTH-ENDS
           PERFORM 4000-VALIDATE-THE-YEAR
           PERFORM 5000-WRITE-STAGING
               GOBACK
           END-IF
           IF APPLY-SWITCH = "Y"
               IF HEAD-OFFICE-CALENDAR
                   PERFORM 7000-APPEND-TO-LIVE-CALENDAR
                   IF FP-FIRST-NEW > 0
                       PERFORM 7500-APPEND-FISCAL-PERIODS
                   END-IF
               ELSE
                   PERFORM 7100-APPEND-TO-REGION-CALENDAR
               END-IF
           ELSE
               MOVE "CALENDAR: STAGED ON SUMCALGN - CALAPPLY=Y APPLIES"
                   TO LOG-TEXT
           GOBACK.

       1000-LOAD-HOLIDAYS.
           MOVE WANT-YEAR TO NEXT-YEAR
           ADD 1 TO NEXT-YEAR
           MOVE "N" TO HOL-EOF-FLAG
           OPEN INPUT HOLFILE
           IF NOT HOL-FILE-OK
      * Head office without a holiday list has always generated
      * weekends only; a region's calendar is nothing but its
      * holidays, so a list that will not open stops it.
               IF NOT HEAD-OFFICE-CALENDAR
                   MOVE "N" TO VALID-FLAG
                   STRING "HOLIDAY FILE " DELIMITED BY SIZE
                          HOL-FILE-NAME   DELIMITED BY SPACE
                          " NOT READ - REGION HAS NO HOLIDAYS"
                              DELIMITED BY SIZE
                       INTO HOL-MSG
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HOL-AT-EOF
                           MOVE HOL-DATE TO HOLW-DATE(HOLIDAY-COUNT)
                           MOVE HOL-DESC TO HOLW-DESC(HOLIDAY-COUNT)
                       END-IF
                       IF HOL-DATE(1:4) = NEXT-YEAR AND
                          NEXT-HOL-COUNT < 60
                           ADD 1 TO NEXT-HOL-COUNT
                           MOVE HOL-DATE TO NHOL-DATE(NEXT-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLFILE.

       1500-LOAD-FISCAL-PERIODS.
           MOVE "N" TO FPER-EOF-FLAG
           OPEN INPUT FPERFILE
           IF NOT FPER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FPER-AT-EOF
               READ FPERFILE
                   AT END
                       SET FPER-AT-EOF TO TRUE
                   NOT AT END
                       IF FP-COUNT < 500
                           ADD 1 TO FP-COUNT
                           MOVE FPER-PERIOD-ID
                               TO FP-PERIOD-ID(FP-COUNT)
                           MOVE FPER-START-DATE
                               TO FP-START-DATE(FP-COUNT)
                           MOVE FPER-END-DATE TO FP-END-DATE(FP-COUNT)
                           MOVE FPER-QUARTER TO FP-QUARTER(FP-COUNT)
                           MOVE FPER-WEEKS TO FP-WEEKS(FP-COUNT)
                           MOVE "N" TO FP-NEW(FP-COUNT)
                           IF FPER-FISCAL-YEAR = WANT-YEAR
                               SET FY-ALREADY-ON-FILE TO TRUE
                           END-IF
                           IF FPER-END-DATE > FP-LAST-END
                               MOVE FPER-END-DATE TO FP-LAST-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPERFILE.

       1600-GENERATE-FISCAL-YEAR.
      * The year starts CALFYSTART, else the day after the last
      * period on file, else 1 January. Twelve periods of 4-4-5
      * weeks follow back to back; a start that would leave a gap
      * or an overlap with the periods already on file is refused.
           IF FY-START-DATE = SPACES
               IF FP-LAST-END NOT = SPACES
                   MOVE FP-LAST-END TO WORK-DATE
                   PERFORM 1700-DATE-TO-DAY-NO
                   COMPUTE PERIOD-START-NO = WORK-DAY-NO + 1
               ELSE
                   MOVE START-DAY-NO TO PERIOD-START-NO
               END-IF
           ELSE
               MOVE FY-START-DATE TO WORK-DATE
               PERFORM 1700-DATE-TO-DAY-NO
               IF WORK-DAY-NO = 0
                   MOVE "N" TO VALID-FLAG
                   MOVE "CALFYSTART IS NOT A YYYY-MM-DD DATE"
                       TO FISCAL-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WORK-DAY-NO TO PERIOD-START-NO
               IF FP-LAST-END NOT = SPACES
                   MOVE FP-LAST-END TO WORK-DATE
                   PERFORM 1700-DATE-TO-DAY-NO
                   IF PERIOD-START-NO NOT = WORK-DAY-NO + 1
                       MOVE "N" TO VALID-FLAG
                       MOVE "FISCAL YEAR DOES NOT FOLLOW SUMFPER"
                           TO FISCAL-MSG
                   END-IF
               END-IF
           END-IF
           COMPUTE FP-FIRST-NEW = FP-COUNT + 1
           PERFORM VARYING PERIOD-NO FROM 1 BY 1 UNTIL PERIOD-NO > 12
               ADD 1 TO FP-COUNT
               MOVE SPACES TO FP-PERIOD-ID(FP-COUNT)
               STRING WANT-YEAR DELIMITED BY SIZE
                      "P"       DELIMITED BY SIZE
                      PERIOD-NO DELIMITED BY SIZE
                   INTO FP-PERIOD-ID(FP-COUNT)
               END-STRING
               EVALUATE PERIOD-NO
                   WHEN 3
                   WHEN 6
                   WHEN 9
                       MOVE 5 TO PERIOD-WEEKS
                   WHEN 12
                       IF FY53-SWITCH = "Y"
                           MOVE 6 TO PERIOD-WEEKS
                       ELSE
                           MOVE 5 TO PERIOD-WEEKS
                       END-IF
                   WHEN OTHER
                       MOVE 4 TO PERIOD-WEEKS
               END-EVALUATE
               MOVE PERIOD-WEEKS TO FP-WEEKS(FP-COUNT)
               COMPUTE FP-QUARTER(FP-COUNT) = (PERIOD-NO + 2) / 3
               COMPUTE PERIOD-DAYS = PERIOD-WEEKS * 7
               COMPUTE PERIOD-END-NO = PERIOD-START-NO + PERIOD-DAYS
               SUBTRACT 1 FROM PERIOD-END-NO
               MOVE PERIOD-START-NO TO WORK-DAY-NO
               PERFORM 1800-DAY-NO-TO-DATE
               MOVE WORK-DATE TO FP-START-DATE(FP-COUNT)
               MOVE PERIOD-END-NO TO WORK-DAY-NO
               PERFORM 1800-DAY-NO-TO-DATE
               MOVE WORK-DATE TO FP-END-DATE(FP-COUNT)
               MOVE "Y" TO FP-NEW(FP-COUNT)
               COMPUTE PERIOD-START-NO = PERIOD-END-NO + 1
           END-PERFORM.

       1700-DATE-TO-DAY-NO.
      * WORK-DATE (YYYY-MM-DD) to its day number, 0 if not a date.
           MOVE 0 TO WORK-DAY-NO
           MOVE SPACES TO DATE-DIGITS-X
           STRING WORK-DATE(1:4) DELIMITED BY SIZE
                  WORK-DATE(6:2) DELIMITED BY SIZE
                  WORK-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-DIGITS-X
           END-STRING
           IF DATE-DIGITS-X NOT NUMERIC OR
              WORK-DATE(5:1) NOT = "-" OR WORK-DATE(8:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-DIGITS) = 0
               COMPUTE WORK-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(DATE-DIGITS)
           END-IF.

       1800-DAY-NO-TO-DATE.
           COMPUTE DATE-DIGITS = FUNCTION DATE-OF-INTEGER(WORK-DAY-NO)
           MOVE SPACES TO WORK-DATE
           STRING DATE-DIGITS-X(1:4) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  DATE-DIGITS-X(5:2) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  DATE-DIGITS-X(7:2) DELIMITED BY SIZE
               INTO WORK-DATE
           END-STRING.

       2000-GENERATE-THE-YEAR.
      * Walk the year by day number, so leap years fall out of the
      * date arithmetic instead of a table of month lengths.
           PERFORM VARYING WORK-DAY-NO FROM START-DAY-NO BY 1
                   UNTIL WORK-DAY-NO > END-DAY-NO
               ADD 1 TO DAY-COUNT
               MOVE 0 TO DW-PERIOD-IDX(DAY-COUNT)
               COMPUTE DATE-DIGITS =
                   FUNCTION DATE-OF-INTEGER(WORK-DAY-NO)
               MOVE SPACES TO DW-DATE(DAY-COUNT)
               END-IF
           END-PERFORM.

       2500-MAP-DAYS-TO-PERIODS.
           PERFORM VARYING FP-IDX FROM 1 BY 1 UNTIL FP-IDX > FP-COUNT
               MOVE 0 TO FP-END-COUNT(FP-IDX)
           END-PERFORM
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               PERFORM VARYING FP-IDX FROM 1 BY 1
                       UNTIL FP-IDX > FP-COUNT
                   IF DW-DATE(DAY-IDX) NOT < FP-START-DATE(FP-IDX)
                      AND DW-DATE(DAY-IDX) NOT > FP-END-DATE(FP-IDX)
                       MOVE FP-IDX TO DW-PERIOD-IDX(DAY-IDX)
                   END-IF
               END-PERFORM
               IF DW-PERIOD-IDX(DAY-IDX) = 0
                   ADD 1 TO UNCOVERED-COUNT
               END-IF
           END-PERFORM.

       3500-MARK-PERIOD-ENDS.
      * The "E" goes on a period's last business day, in whichever
      * calendar year that falls. A period ending inside the year
      * takes it on its last business day here unless it has none
      * here; one running on past 31 December takes it here only
      * when none of its days next year is a business day.
           PERFORM VARYING FP-IDX FROM 1 BY 1 UNTIL FP-IDX > FP-COUNT
               MOVE "N" TO FP-ENDS-HERE(FP-IDX)
               MOVE 0 TO LAST-BUS-IDX(1)
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > DAY-COUNT
                   IF DW-PERIOD-IDX(DAY-IDX) = FP-IDX AND
                      DW-TYPE(DAY-IDX) = "B"
                       MOVE DAY-IDX TO LAST-BUS-IDX(1)
                   END-IF
               END-PERFORM
               IF LAST-BUS-IDX(1) > 0
                   IF FP-END-DATE(FP-IDX) > DW-DATE(DAY-COUNT)
                       PERFORM 3600-CHECK-PERIOD-TAIL
                   ELSE
                       MOVE "N" TO TAIL-BUS-FLAG
                   END-IF
                   IF NOT TAIL-HAS-BUS-DAY
                       MOVE "E" TO DW-TYPE(LAST-BUS-IDX(1))
                       MOVE "Y" TO FP-ENDS-HERE(FP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       3600-CHECK-PERIOD-TAIL.
      * Any business day from 1 January to the period's end?
           MOVE "N" TO TAIL-BUS-FLAG
           MOVE FP-END-DATE(FP-IDX) TO WORK-DATE
           PERFORM 1700-DATE-TO-DAY-NO
           MOVE WORK-DAY-NO TO PERIOD-END-NO
           COMPUTE PERIOD-START-NO = END-DAY-NO + 1
           PERFORM VARYING WORK-DAY-NO FROM PERIOD-START-NO BY 1
                   UNTIL WORK-DAY-NO > PERIOD-END-NO
                      OR TAIL-HAS-BUS-DAY
               COMPUTE WEEKDAY-NO =
                   FUNCTION MOD(WORK-DAY-NO - 1, 7)
               IF WEEKDAY-NO < 5 OR
                  (WEEKDAY-NO = 5 AND WEEKEND-RULE = "SUN")
                   PERFORM 1800-DAY-NO-TO-DATE
                   MOVE "Y" TO TAIL-BUS-FLAG
                   PERFORM VARYING HOL-IDX FROM 1 BY 1
                           UNTIL HOL-IDX > NEXT-HOL-COUNT
                       IF NHOL-DATE(HOL-IDX) = WORK-DATE
                           MOVE "N" TO TAIL-BUS-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3000-MARK-MONTH-ENDS.
      * Calendar month ends over the days no fiscal period covers -
      * every day, for a calendar shop.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               MOVE 0 TO LAST-BUS-IDX(MONTH-IDX)
           END-PERFORM
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               IF DW-TYPE(DAY-IDX) = "B" AND
                  DW-PERIOD-IDX(DAY-IDX) = 0
                   MOVE DW-DATE(DAY-IDX)(6:2) TO WORK-MONTH
                   MOVE DAY-IDX TO LAST-BUS-IDX(WORK-MONTH)
               END-IF
      * nothing but holidays would leave MONTH-RPT with no trigger,
      * which is worth refusing loudly rather than finding out in
      * production.
      * For a fiscal shop the same holds per fiscal period ending in
      * the year, and per month only where business days fall
      * outside every period.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               MOVE 0 TO MEND-COUNT(MONTH-IDX)
               MOVE 0 TO MUNC-COUNT(MONTH-IDX)
           END-PERFORM
           MOVE 0 TO BUS-DAY-COUNT
           MOVE 0 TO HOL-DAY-COUNT
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               MOVE DW-DATE(DAY-IDX)(6:2) TO WORK-MONTH
               MOVE DW-PERIOD-IDX(DAY-IDX) TO FP-IDX
               IF FP-IDX = 0 AND
                  (FP-COUNT = 0 OR DW-TYPE(DAY-IDX) NOT = "H")
                   ADD 1 TO MUNC-COUNT(WORK-MONTH)
               END-IF
               EVALUATE DW-TYPE(DAY-IDX)
                   WHEN "E"
                       IF FP-IDX = 0
                           ADD 1 TO MEND-COUNT(WORK-MONTH)
                       ELSE
                           ADD 1 TO FP-END-COUNT(FP-IDX)
                       END-IF
                       ADD 1 TO BUS-DAY-COUNT
                   WHEN "B"
                       ADD 1 TO BUS-DAY-COUNT
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING MONTH-IDX FROM 1 BY 1 UNTIL MONTH-IDX > 12
               IF MUNC-COUNT(MONTH-IDX) > 0 AND
                  MEND-COUNT(MONTH-IDX) NOT = 1
                   MOVE "N" TO VALID-FLAG
               END-IF
           END-PERFORM
           PERFORM VARYING FP-IDX FROM 1 BY 1 UNTIL FP-IDX > FP-COUNT
               IF FP-ENDS-HERE(FP-IDX) = "Y" AND
                  FP-END-COUNT(FP-IDX) NOT = 1
                   MOVE "N" TO VALID-FLAG
               END-IF
               IF FP-END-DATE(FP-IDX) NOT < DW-DATE(1) AND
                  FP-END-DATE(FP-IDX) NOT > DW-DATE(DAY-COUNT) AND
                  FP-END-COUNT(FP-IDX) = 0 AND
                  FP-START-DATE(FP-IDX) NOT < DW-DATE(1)
                   MOVE "N" TO VALID-FLAG
               END-IF
           END-PERFORM.
               MOVE DW-TYPE(DAY-IDX) TO GEN-DAY-TYPE
               WRITE GEN-RECORD
           END-PERFORM
           CLOSE CALGNFILE
           IF FP-FIRST-NEW > 0
               OPEN OUTPUT FPERGNFILE
               PERFORM VARYING FP-IDX FROM FP-FIRST-NEW BY 1
                       UNTIL FP-IDX > FP-COUNT
                   PERFORM 5100-BUILD-PERIOD-RECORD
                   MOVE FPER-RECORD TO FPGN-RECORD
                   WRITE FPGN-RECORD
               END-PERFORM
               CLOSE FPERGNFILE
           END-IF.

       5100-BUILD-PERIOD-RECORD.
           MOVE SPACES TO FPER-RECORD
           MOVE FP-PERIOD-ID(FP-IDX)  TO FPER-PERIOD-ID
           MOVE FP-START-DATE(FP-IDX) TO FPER-START-DATE
           MOVE FP-END-DATE(FP-IDX)   TO FPER-END-DATE
           MOVE FP-QUARTER(FP-IDX)    TO FPER-QUARTER
           MOVE FP-WEEKS(FP-IDX)      TO FPER-WEEKS.

       6000-PRINT-SIGNOFF-REPORT.
           MOVE SPACES TO RW-REQUEST
                  WANT-YEAR              DELIMITED BY SIZE
               INTO RW-TITLE
           END-STRING
           IF NOT HEAD-OFFICE-CALENDAR
               MOVE SPACES TO RW-TITLE
               STRING "CALENDAR " DELIMITED BY SIZE
                      WANT-YEAR   DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      CAL-REGION  DELIMITED BY SIZE
                   INTO RW-TITLE
               END-STRING
           END-IF
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           MOVE BUS-DAY-COUNT TO COUNT-EDITED
           END-STRING
           PERFORM 6100-WRITE-RPT-LINE

           STRING "HOLIDAYS APPLIED FROM " DELIMITED BY SIZE
                  HOL-FILE-NAME            DELIMITED BY SPACE
                  ":"                      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6100-WRITE-RPT-LINE
           IF HOL-MSG NOT = SPACES
               STRING "  ** " DELIMITED BY SIZE
                      HOL-MSG DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6100-WRITE-RPT-LINE
           END-IF
           PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > HOLIDAY-COUNT
               MOVE SPACES TO RPT-LINE
               PERFORM 6100-WRITE-RPT-LINE
           END-PERFORM

           IF FISCAL-SHOP
               PERFORM 6200-PRINT-FISCAL-PERIODS
           END-IF

           IF FISCAL-SHOP
               MOVE "PERIOD-END BUSINESS DAYS:" TO RPT-LINE
           ELSE
               MOVE "MONTH-END BUSINESS DAYS:" TO RPT-LINE
           END-IF
           PERFORM 6100-WRITE-RPT-LINE
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
           END-PERFORM

           IF YEAR-IS-VALID
               MOVE "VALIDATION: EVERY PERIOD HAS ONE PERIOD-END DAY"
                   TO RPT-LINE
           ELSE
               MOVE "** VALIDATION FAILED - DO NOT APPLY **"
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6200-PRINT-FISCAL-PERIODS.
      * Every period touching the year - those carried from SUMFPER
      * and those generated here for sign-off.
           MOVE "FISCAL PERIODS:" TO RPT-LINE
           PERFORM 6100-WRITE-RPT-LINE
           PERFORM VARYING FP-IDX FROM 1 BY 1 UNTIL FP-IDX > FP-COUNT
               IF FP-END-DATE(FP-IDX) NOT < DW-DATE(1) AND
                  FP-START-DATE(FP-IDX) NOT > DW-DATE(DAY-COUNT)
                   MOVE SPACES TO RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                          FP-PERIOD-ID(FP-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FP-START-DATE(FP-IDX) DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          FP-END-DATE(FP-IDX) DELIMITED BY SIZE
                          "  Q" DELIMITED BY SIZE
                          FP-QUARTER(FP-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FP-WEEKS(FP-IDX) DELIMITED BY SIZE
                          " WEEKS" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   IF FP-NEW(FP-IDX) = "Y"
                       MOVE "NEW" TO RPT-LINE(50:3)
                   END-IF
                   PERFORM 6100-WRITE-RPT-LINE
               END-IF
           END-PERFORM
           IF FP-FIRST-NEW = 0
               MOVE "  FISCAL YEAR ALREADY ON SUMFPER - USED AS IS"
                   TO RPT-LINE
               PERFORM 6100-WRITE-RPT-LINE
           END-IF
           IF FISCAL-MSG NOT = SPACES
               STRING "  ** " DELIMITED BY SIZE
                      FISCAL-MSG DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6100-WRITE-RPT-LINE
           END-IF
           MOVE UNCOVERED-COUNT TO COUNT-EDITED
           STRING "  DAYS NO PERIOD COVERS (CALENDAR MONTH ENDS): "
                      DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6100-WRITE-RPT-LINE.

       7000-APPEND-TO-LIVE-CALENDAR.
           OPEN EXTEND CALFILE
           PERFORM VARYING DAY-IDX FROM 1 BY 1
           MOVE "W" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV.

       7100-APPEND-TO-REGION-CALENDAR.
           OPEN EXTEND RCALFILE
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               MOVE SPACES TO RCAL-RECORD
               MOVE CAL-REGION       TO RCAL-CALENDAR
               MOVE DW-DATE(DAY-IDX) TO RCAL-DATE
               MOVE DW-TYPE(DAY-IDX) TO RCAL-DAY-TYPE
               WRITE RCAL-RECORD
           END-PERFORM
           CLOSE RCALFILE
           MOVE SPACES TO LOG-TEXT
           STRING "CALENDAR: " DELIMITED BY SIZE
                  WANT-YEAR    DELIMITED BY SIZE
                  " FOR "      DELIMITED BY SIZE
                  FUNCTION TRIM(CAL-REGION) DELIMITED BY SIZE
                  " APPENDED TO SUMRCAL" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "W" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV.

       7500-APPEND-FISCAL-PERIODS.
           OPEN EXTEND FPERFILE
           PERFORM VARYING FP-IDX FROM FP-FIRST-NEW BY 1
                   UNTIL FP-IDX > FP-COUNT
               PERFORM 5100-BUILD-PERIOD-RECORD
               WRITE FPER-RECORD
           END-PERFORM
           CLOSE FPERFILE
           MOVE SPACES TO LOG-TEXT
           STRING "CALENDAR: FISCAL YEAR " DELIMITED BY SIZE
                  WANT-YEAR    DELIMITED BY SIZE
                  " APPENDED TO SUMFPER" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "W" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV.

       END PROGRAM CAL-GEN.
