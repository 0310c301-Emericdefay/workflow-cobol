       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-PREVIEW.

      *****************************************************************
      * RUN-PREVIEW - what tonight's run will do, for any business
      * date. Before a holiday or a month end the shift lead used
      * to read SUMSCHED, SUMCAL, SUMSTREQ and SUMMANIF by eye to
      * find out what would run and what would not. This takes a
      * date from PREVDATE in the environment (YYYY-MM-DD, default
      * the business date on SUMBDATE) and applies the same rules
      * the night applies:
      *   - every SUMSCHED job (see CBSCHED) that SCHED-DRV would
      *     start or pass over under its ALL/BUS/MEND rule, and any
      *     it would hold on a predecessor missing from the list
      *   - every standing request (see CBSTREQ) STREQ-ENQ would
      *     enqueue into SUMREQQ, and why the others would not be
      *   - the tables TEST-SUM would scan - the SUMMANIF manifest
      *     (see CBMANIF), or the single table on the SUMPARM card
      *     when there is none - or that the calendar skips the scan
      *   - whether the month-end close falls due: the roll-up,
      *     accruals and revaluation on the calendar's "E" day and
      *     where the month's close checklist (SUMCLCHK) stands, or
      *     which day the month end does fall on
      * The preview assumes every job ends clean - a failure on the
      * night still holds its successors. Nothing is written but
      * the report, so it can be run for a date a week ahead.
      * Report to PREVRPT.
      *
      * RC 0 = previewed; 4 = the schedule would hold jobs on a
      * missing predecessor, or there is no SUMSCHED; 8 = PREVDATE
      * is not a YYYY-MM-DD date.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDFILE ASSIGN TO "SUMSCHED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCHED-FILE-STATUS.
           SELECT CALFILE ASSIGN TO "SUMCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT STREQFILE ASSIGN TO "SUMSTREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STREQ-FILE-STATUS.
           SELECT MANIFFILE ASSIGN TO "SUMMANIF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MANIF-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO "SUMPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT CLCHKFILE ASSIGN TO "SUMCLCHK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLCHK-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDFILE.
           COPY CBSCHED.

       FD  CALFILE.
           COPY CBCAL.

       FD  STREQFILE.
           COPY CBSTREQ.

       FD  MANIFFILE.
           COPY CBMANIF.

       FD  PARMFILE.
           COPY CBPARM.

       FD  CLCHKFILE.
           COPY CBCLCHK.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 SCHED-FILE-STATUS  PIC XX.
           88 SCHED-FILE-OK      VALUE "00".
       01 CAL-FILE-STATUS    PIC XX.
           88 CAL-FILE-OK        VALUE "00".
       01 STREQ-FILE-STATUS  PIC XX.
           88 STREQ-FILE-OK      VALUE "00".
       01 MANIF-FILE-STATUS  PIC XX.
           88 MANIF-FILE-OK      VALUE "00".
       01 PARM-FILE-STATUS   PIC XX.
           88 PARM-FILE-OK       VALUE "00".
       01 CLCHK-FILE-STATUS  PIC XX.
           88 CLCHK-FILE-OK      VALUE "00".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 BUSINESS-DATE      PIC X(10).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 PREVIEW-DATE       PIC X(10).
       01 DATE-DIGITS        PIC 9(8).
       01 DAY-NUMBER         PIC 9(8) COMP-5.
       01 WEEKDAY-NO         PIC 9 COMP-5.
      * MOD(day - 1, 7) off the 1601-01-01 Monday epoch: 0 Monday
      * through 6 Sunday, the CAL-GEN convention.
       01 WEEKDAY-NAMES.
           05 FILLER PIC X(5) VALUE "MON".
           05 FILLER PIC X(5) VALUE "TUE".
           05 FILLER PIC X(5) VALUE "WED".
           05 FILLER PIC X(5) VALUE "THU".
           05 FILLER PIC X(5) VALUE "FRI".
           05 FILLER PIC X(5) VALUE "SAT".
           05 FILLER PIC X(5) VALUE "SUN".
       01 WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAMES.
           05 WEEKDAY-NAME OCCURS 7 TIMES PIC X(5).
       01 PREVIEW-WEEKDAY    PIC X(5).

      * The preview date's calendar day - a date absent from SUMCAL
      * is a plain business day, as the night treats it - and the
      * "E" day the calendar gives the date's month, if any.
       01 CAL-DAY-TYPE-WS    PIC X VALUE "B".
           88 PREVIEW-IS-HOLIDAY   VALUE "H".
           88 PREVIEW-IS-MONTH-END VALUE "E".
       01 CAL-ON-FILE-FLAG   PIC X VALUE "N".
           88 DATE-ON-CALENDAR     VALUE "Y".
       01 MONTH-END-DATE     PIC X(10) VALUE SPACES.

      * The schedule, loaded up front as SCHED-DRV loads it.
       01 JOB-COUNT          PIC 99 COMP-5 VALUE 0.
       01 JOB-TABLE.
           05 JOB-ENTRY OCCURS 20 TIMES.
               10 JB-NAME        PIC X(8).
               10 JB-PROGRAM     PIC X(8).
               10 JB-RUN-DAYS    PIC X(4).
               10 JB-PRED-1      PIC X(8).
               10 JB-PRED-2      PIC X(8).
               10 JB-ACTIVE      PIC X.
       01 JOB-IDX            PIC 99 COMP-5.
       01 PRED-IDX           PIC 99 COMP-5.
       01 PRED-NAME          PIC X(8).
       01 MISSING-PRED       PIC X(8).
       01 PRED-FOUND-FLAG    PIC X.
           88 PREDECESSOR-FOUND  VALUE "Y".
       01 JOB-VERDICT        PIC X(34).
       01 JOBS-RUN-COUNT     PIC 99 COMP-5 VALUE 0.
       01 JOBS-SKIP-COUNT    PIC 99 COMP-5 VALUE 0.
       01 JOBS-HELD-COUNT    PIC 99 COMP-5 VALUE 0.

      * One standing request's image, unpacked to read its
      * requester and table.
           COPY CBREQ.
       01 STREQ-COUNT        PIC 99 COMP-5 VALUE 0.
       01 ENQUEUE-COUNT      PIC 99 COMP-5 VALUE 0.
       01 REQ-VERDICT        PIC X(22).

       01 MANIF-COUNT        PIC 99 COMP-5 VALUE 0.
      * TEST-SUM loads at most this many manifest tables - any
      * further entries are never scanned.
       01 MANIF-LIMIT        PIC 99 COMP-5 VALUE 10.
       01 SUM-EDITED         PIC ----,---,--9.99.

       01 CLOSE-MONTH        PIC X(7).
       01 CLOSE-START-DATE   PIC X(10).
       01 CLOSE-END-DATE     PIC X(10).
           COPY CBPERQ.
       01 CLCHK-COUNT        PIC 99 COMP-5 VALUE 0.
       01 STEP-EDITED        PIC Z9.

       01 COUNT-EDITED       PIC Z9.
       01 COUNT-EDITED-2     PIC Z9.
       01 COUNT-EDITED-3     PIC Z9.

       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO RPT-LINE
           MOVE SPACES TO PREVIEW-DATE
           ACCEPT PREVIEW-DATE FROM ENVIRONMENT "PREVDATE"
           IF PREVIEW-DATE = SPACES
               PERFORM 1000-SET-BUSINESS-DATE
               MOVE BUSINESS-DATE TO PREVIEW-DATE
           END-IF
           PERFORM 1050-SET-WEEKDAY
           IF DAY-NUMBER = ZERO
               MOVE "PREVIEW: PREVDATE IS NOT A YYYY-MM-DD DATE"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      * The close period is the one PERIOD-OF puts the date in -
      * a fiscal period where the shop keeps SUMFPER.
           SET PERQ-BY-DATE TO TRUE
           MOVE PREVIEW-DATE TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           MOVE PERQ-PERIOD-ID  TO CLOSE-MONTH
           MOVE PERQ-START-DATE TO CLOSE-START-DATE
           MOVE PERQ-END-DATE   TO CLOSE-END-DATE
           PERFORM 1100-READ-CALENDAR
           PERFORM 1200-LOAD-SCHEDULE

           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           MOVE "PREVRPT" TO RW-FILE-NAME
           STRING "RUN PREVIEW FOR " DELIMITED BY SIZE
                  PREVIEW-DATE       DELIMITED BY SIZE
               INTO RW-TITLE
           END-STRING
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           PERFORM 1500-PRINT-DAY-TYPE
           PERFORM 2000-PREVIEW-SCHEDULE
           PERFORM 3000-PREVIEW-STANDING
           PERFORM 4000-PREVIEW-SCAN
           PERFORM 5000-PREVIEW-MONTH-END
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           MOVE JOBS-RUN-COUNT TO COUNT-EDITED
           MOVE ENQUEUE-COUNT  TO COUNT-EDITED-2
           MOVE SPACES TO LOG-TEXT
           STRING "PREVIEW " DELIMITED BY SIZE
                  PREVIEW-DATE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " JOBS RUN, " DELIMITED BY SIZE
                  COUNT-EDITED-2 DELIMITED BY SIZE
                  " REQUESTS ENQUEUED - SEE PREVRPT"
                      DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           IF JOB-COUNT = 0 OR JOBS-HELD-COUNT > 0
               MOVE "PREVIEW: THE SCHEDULE WOULD NOT RUN IN FULL"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WORK
           MOVE SPACES TO BUSINESS-DATE
           STRING CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
               INTO BUSINESS-DATE
           END-STRING
           OPEN INPUT BDATEFILE
           IF BDATE-FILE-OK
               READ BDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDATE-BUSINESS-DATE NOT = SPACES
                           MOVE BDATE-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BDATEFILE
           END-IF.

       1050-SET-WEEKDAY.
      * Zero day number back for a date that does not parse.
           MOVE ZERO TO DAY-NUMBER
           IF PREVIEW-DATE(1:4) NOT NUMERIC OR
              PREVIEW-DATE(5:1) NOT = "-" OR
              PREVIEW-DATE(6:2) NOT NUMERIC OR
              PREVIEW-DATE(8:1) NOT = "-" OR
              PREVIEW-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CURRENT-DATE-WORK
           STRING PREVIEW-DATE(1:4) DELIMITED BY SIZE
                  PREVIEW-DATE(6:2) DELIMITED BY SIZE
                  PREVIEW-DATE(9:2) DELIMITED BY SIZE
               INTO CURRENT-DATE-WORK
           END-STRING
           MOVE CURRENT-DATE-WORK(1:8) TO DATE-DIGITS
           COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(DATE-DIGITS)
           IF DAY-NUMBER = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WEEKDAY-NO = FUNCTION MOD(DAY-NUMBER - 1, 7)
           MOVE WEEKDAY-NAME(WEEKDAY-NO + 1) TO PREVIEW-WEEKDAY.

       1100-READ-CALENDAR.
           MOVE "B" TO CAL-DAY-TYPE-WS
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CALFILE
           IF NOT CAL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ CALFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF CAL-DATE = PREVIEW-DATE
                           MOVE CAL-DAY-TYPE TO CAL-DAY-TYPE-WS
                           SET DATE-ON-CALENDAR TO TRUE
                       END-IF
                       IF CAL-DATE NOT < CLOSE-START-DATE AND
                          CAL-DATE NOT > CLOSE-END-DATE AND
                          CAL-DAY-TYPE = "E"
                           MOVE CAL-DATE TO MONTH-END-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALFILE.

       1200-LOAD-SCHEDULE.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SCHEDFILE
           IF NOT SCHED-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ SCHEDFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF SCHED-JOB-NAME NOT = SPACES AND
                          JOB-COUNT < 20
                           ADD 1 TO JOB-COUNT
                           MOVE SCHED-JOB-NAME TO JB-NAME(JOB-COUNT)
                           MOVE SCHED-PROGRAM  TO JB-PROGRAM(JOB-COUNT)
                           MOVE SCHED-RUN-DAYS TO JB-RUN-DAYS(JOB-COUNT)
                           MOVE SCHED-PRED-1   TO JB-PRED-1(JOB-COUNT)
                           MOVE SCHED-PRED-2   TO JB-PRED-2(JOB-COUNT)
                           MOVE SCHED-ACTIVE   TO JB-ACTIVE(JOB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDFILE.

       1500-PRINT-DAY-TYPE.
           MOVE SPACES TO RPT-LINE
           STRING "PREVIEW DATE " DELIMITED BY SIZE
                  PREVIEW-DATE    DELIMITED BY SIZE
                  " ("            DELIMITED BY SIZE
                  PREVIEW-WEEKDAY DELIMITED BY SPACE
                  ")"             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           EVALUATE TRUE
               WHEN NOT DATE-ON-CALENDAR
                   MOVE "CALENDAR: NOT ON SUMCAL - A BUSINESS DAY"
                       TO RPT-LINE
               WHEN PREVIEW-IS-HOLIDAY
                   MOVE "CALENDAR: HOLIDAY - NIGHTLY SCAN SKIPPED"
                       TO RPT-LINE
               WHEN PREVIEW-IS-MONTH-END
                   MOVE "CALENDAR: MONTH-END BUSINESS DAY" TO RPT-LINE
               WHEN OTHER
                   MOVE "CALENDAR: BUSINESS DAY" TO RPT-LINE
           END-EVALUATE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "ASSUMES EVERY JOB ENDS CLEAN - NO FILE IS CHANGED"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE.

       2000-PREVIEW-SCHEDULE.
           MOVE SPACES TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "SCHEDULED JOBS (SUMSCHED):" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           IF JOB-COUNT = 0
               MOVE "  NO SUMSCHED FILE - THE DISPATCHER RUNS NOTHING"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "JOB      PROGRAM  DAYS  AFTER              PREVIEW"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > JOB-COUNT
               PERFORM 2100-JUDGE-ONE-JOB
               MOVE SPACES TO RPT-LINE
               STRING JB-NAME(JOB-IDX)     DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      JB-PROGRAM(JOB-IDX)  DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      JB-RUN-DAYS(JOB-IDX) DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      JB-PRED-1(JOB-IDX)   DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      JB-PRED-2(JOB-IDX)   DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      JOB-VERDICT          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM
           MOVE JOBS-RUN-COUNT  TO COUNT-EDITED
           MOVE JOBS-SKIP-COUNT TO COUNT-EDITED-2
           MOVE JOBS-HELD-COUNT TO COUNT-EDITED-3
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL JOBS: " DELIMITED BY SIZE
                  COUNT-EDITED   DELIMITED BY SIZE
                  " RUN  "       DELIMITED BY SIZE
                  COUNT-EDITED-2 DELIMITED BY SIZE
                  " NOT DUE  "   DELIMITED BY SIZE
                  COUNT-EDITED-3 DELIMITED BY SIZE
                  " HELD"        DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       2100-JUDGE-ONE-JOB.
      * The SCHED-DRV rules: an inactive entry, a BUS job on an "H"
      * day and a MEND job off the "E" day are not due, and count
      * as satisfied for their successors; a predecessor named but
      * not on the list holds the job.
           IF JB-ACTIVE(JOB-IDX) NOT = "Y"
               MOVE "NOT DUE - INACTIVE" TO JOB-VERDICT
               ADD 1 TO JOBS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF JB-RUN-DAYS(JOB-IDX) = "BUS " AND PREVIEW-IS-HOLIDAY
               MOVE "NOT DUE - HOLIDAY" TO JOB-VERDICT
               ADD 1 TO JOBS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF JB-RUN-DAYS(JOB-IDX) = "MEND" AND
              NOT PREVIEW-IS-MONTH-END
               MOVE "NOT DUE - NOT MONTH END" TO JOB-VERDICT
               ADD 1 TO JOBS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MISSING-PRED
           MOVE JB-PRED-1(JOB-IDX) TO PRED-NAME
           PERFORM 2200-FIND-PREDECESSOR
           IF MISSING-PRED = SPACES
               MOVE JB-PRED-2(JOB-IDX) TO PRED-NAME
               PERFORM 2200-FIND-PREDECESSOR
           END-IF
           IF MISSING-PRED NOT = SPACES
               MOVE SPACES TO JOB-VERDICT
               STRING "HELD - " DELIMITED BY SIZE
                      MISSING-PRED DELIMITED BY SPACE
                      " NOT ON SUMSCHED" DELIMITED BY SIZE
                   INTO JOB-VERDICT
               END-STRING
               ADD 1 TO JOBS-HELD-COUNT
           ELSE
               MOVE "RUNS" TO JOB-VERDICT
               ADD 1 TO JOBS-RUN-COUNT
           END-IF.

       2200-FIND-PREDECESSOR.
           IF PRED-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PRED-FOUND-FLAG
           PERFORM VARYING PRED-IDX FROM 1 BY 1
                   UNTIL PRED-IDX > JOB-COUNT
               IF JB-NAME(PRED-IDX) = PRED-NAME
                   SET PREDECESSOR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT PREDECESSOR-FOUND
               MOVE PRED-NAME TO MISSING-PRED
           END-IF.

       3000-PREVIEW-STANDING.
           MOVE SPACES TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "STANDING REQUESTS (SUMSTREQ):" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           IF PREVIEW-IS-HOLIDAY
               MOVE "  HOLIDAY - STREQ-ENQ ENQUEUES NOTHING" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT STREQFILE
           IF NOT STREQ-FILE-OK
               MOVE "  NO SUMSTREQ FILE - NOTHING IS ENQUEUED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "REQUESTER  TABLE" TO RPT-LINE
           MOVE "RECUR  PREVIEW" TO RPT-LINE(44:14)
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM UNTIL FILE-AT-EOF
               READ STREQFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-JUDGE-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE STREQFILE
           MOVE ENQUEUE-COUNT TO COUNT-EDITED
           MOVE STREQ-COUNT   TO COUNT-EDITED-2
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL REQUESTS ENQUEUED: " DELIMITED BY SIZE
                  COUNT-EDITED   DELIMITED BY SIZE
                  " OF "         DELIMITED BY SIZE
                  COUNT-EDITED-2 DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       3100-JUDGE-ONE-REQUEST.
      * The STREQ-ENQ rules - DAILY every business day, MEND on the
      * "E" day, MON..SUN on that weekday - and a request already
      * enqueued for the date is not queued twice.
           ADD 1 TO STREQ-COUNT
           MOVE SRQ-REQ-IMAGE TO REQ-RECORD
           EVALUATE TRUE
               WHEN NOT SRQ-IS-ACTIVE
                   MOVE "NOT DUE - INACTIVE" TO REQ-VERDICT
               WHEN SRQ-LAST-DATE = PREVIEW-DATE
                   MOVE "ALREADY ENQUEUED" TO REQ-VERDICT
               WHEN SRQ-RECUR = "DAILY"
                   MOVE "ENQUEUED" TO REQ-VERDICT
               WHEN SRQ-RECUR = "MEND"
                   IF PREVIEW-IS-MONTH-END
                       MOVE "ENQUEUED" TO REQ-VERDICT
                   ELSE
                       MOVE "NOT DUE - NOT MONTH END" TO REQ-VERDICT
                   END-IF
               WHEN SRQ-RECUR = PREVIEW-WEEKDAY
                   MOVE "ENQUEUED" TO REQ-VERDICT
               WHEN OTHER
                   MOVE "NOT DUE - OTHER DAY" TO REQ-VERDICT
           END-EVALUATE
           IF REQ-VERDICT = "ENQUEUED"
               ADD 1 TO ENQUEUE-COUNT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING REQ-REQUESTER  DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  REQ-TABLE-NAME DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  SRQ-RECUR      DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  REQ-VERDICT    DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       4000-PREVIEW-SCAN.
           MOVE SPACES TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "TABLES TO BE SCANNED (TEST-SUM):" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           IF PREVIEW-IS-HOLIDAY
               MOVE "  HOLIDAY - THE SCAN SKIPS THE NIGHT" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MANIFFILE
           IF MANIF-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ MANIFFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF MANIF-TABLE-NAME NOT = SPACES
                               PERFORM 4100-PRINT-MANIFEST-TABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFFILE
           END-IF
           IF MANIF-COUNT > 0
               MOVE MANIF-COUNT TO COUNT-EDITED
               MOVE SPACES TO RPT-LINE
               STRING "TOTAL MANIFEST TABLES: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               MOVE "TOTAL" TO RW-ACTION
               MOVE RPT-LINE TO RW-LINE
               CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
               EXIT PARAGRAPH
           END-IF
      * No manifest is the single-table card run.
           OPEN INPUT PARMFILE
           IF NOT PARM-FILE-OK
               MOVE "  NO SUMMANIF AND NO SUMPARM CARD - THE SCAN FAILS"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           READ PARMFILE
               AT END
                   MOVE "  SUMPARM CARD IS EMPTY - THE SCAN FAILS"
                       TO RPT-LINE
               NOT AT END
                   MOVE SPACES TO RPT-LINE
                   STRING "  SINGLE-TABLE RUN OFF SUMPARM: "
                              DELIMITED BY SIZE
                          PARM-TABLE-NAME DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
           END-READ
           CLOSE PARMFILE
           PERFORM 6800-WRITE-RPT-LINE.

       4100-PRINT-MANIFEST-TABLE.
           ADD 1 TO MANIF-COUNT
           IF MANIF-COUNT = 1
               MOVE "  MANIFEST RUN (SUMMANIF):" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           IF MANIF-COUNT > MANIF-LIMIT
               STRING "  " DELIMITED BY SIZE
                      MANIF-TABLE-NAME DELIMITED BY SIZE
                      " NOT SCANNED - OVER THE LIMIT"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               IF MANIF-EXPECTED-SUM NUMERIC
                   MOVE MANIF-EXPECTED-SUM TO SUM-EDITED
               ELSE
                   MOVE ZERO TO SUM-EDITED
               END-IF
               STRING "  " DELIMITED BY SIZE
                      MANIF-TABLE-NAME DELIMITED BY SIZE
                      " EXPECTED " DELIMITED BY SIZE
                      SUM-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       5000-PREVIEW-MONTH-END.
           MOVE SPACES TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "MONTH-END CLOSE:" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           IF NOT PREVIEW-IS-MONTH-END
               MOVE "  NOT A MONTH-END DAY - NO CLOSE STEP FALLS DUE"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO RPT-LINE
               IF MONTH-END-DATE = SPACES
                   STRING "  NO MONTH-END DAY ON SUMCAL FOR "
                              DELIMITED BY SIZE
                          CLOSE-MONTH DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               ELSE
                   STRING "  MONTH END FOR " DELIMITED BY SIZE
                          CLOSE-MONTH DELIMITED BY SIZE
                          " FALLS ON " DELIMITED BY SIZE
                          MONTH-END-DATE DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               END-IF
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "  FALLS DUE AFTER A CLEAN SCAN:" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "    MONTH ROLL-UP (SUMMORPT) AND BUDGET VS ACTUAL"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "    MONTH-END ACCRUALS (SUMACCR) ONTO THE GL"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "    FX REVALUATION OF THE CURRENCY POSITIONS"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "    MEND JOBS AND MEND STANDING REQUESTS ABOVE"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  CLOSE CHECKLIST FOR " DELIMITED BY SIZE
                  CLOSE-MONTH DELIMITED BY SIZE
                  " (SUMCLCHK, CLOSE-DRV):" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CLCHKFILE
           IF CLCHK-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ CLCHKFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF CLCHK-MONTH = CLOSE-MONTH
                               PERFORM 5100-PRINT-CLOSE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLCHKFILE
           END-IF
           IF CLCHK-COUNT = 0
               MOVE "    NOT YET SEEDED - CLOSE-DRV SEEDS IT FIRST RUN"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       5100-PRINT-CLOSE-STEP.
           ADD 1 TO CLCHK-COUNT
           MOVE CLCHK-STEP-NO TO STEP-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "    " DELIMITED BY SIZE
                  STEP-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLCHK-STEP-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           IF CLCHK-IS-DONE
               MOVE "DONE" TO RPT-LINE(32:4)
           ELSE
               MOVE "PENDING" TO RPT-LINE(32:7)
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       END PROGRAM RUN-PREVIEW.
