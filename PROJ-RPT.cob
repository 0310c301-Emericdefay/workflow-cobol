       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJ-RPT.

      *****************************************************************
      * PROJ-RPT - month-end projection. "Where will we close the
      * month" was answered in the last week by eye off the balance
      * ledger. Run every night after a clean scan, this takes, per
      * table, the month's postings on SUMBALL up to the business
      * date:
      *   - month-to-date net (the days' BALL-NET added up), the
      *     average daily movement so far and its spread (the
      *     standard deviation of the daily nets)
      *   - the business days still to come this month, counted off
      *     SUMCAL (B and E days after the business date); a month
      *     the calendar does not cover yet falls back to Monday to
      *     Friday, the way MONTH-RPT counts them
      * and projects the month as a range:
      *     likely = month-to-date + average x days to come
      *     low/high = likely -/+ spread x square root of the days
      *                to come
      * on the month's net and on the closing balance. Where the
      * month has a SUMBUDG table line (blank category) the likely
      * net is set against it and the range marked OVER / UNDER /
      * WITHIN the budget. One posted day gives no spread, so the
      * range is a single figure until the second.
      * "The month" is the period PERIOD-OF puts the business date
      * in - a calendar month, or a fiscal period where the shop
      * keeps a fiscal period master - and its start and end dates
      * bound the postings taken and the days still to come.
      * Report to PROJRPT; the projections to SUMPROJ (see CBPROJ)
      * for BOARD-WRT to put on the morning board.
      *
      * RC 0 = projected, 4 = a table's whole range misses its
      * budget, 8 = no balance ledger.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALLFILE ASSIGN TO "SUMBALL"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BALL-KEY
               FILE STATUS IS BALL-FILE-STATUS.
           SELECT CALFILE ASSIGN TO "SUMCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT BUDGFILE ASSIGN TO "SUMBUDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BUDG-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT PROJFILE ASSIGN TO "SUMPROJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALLFILE.
           COPY CBBALL.

       FD  CALFILE.
           COPY CBCAL.

       FD  BUDGFILE.
           COPY CBBUDG.

       FD  BDATEFILE.
           COPY CBBDATE.

       FD  PROJFILE.
           COPY CBPROJ.

       WORKING-STORAGE SECTION.
       01 BALL-FILE-STATUS    PIC XX.
           88 BALL-FILE-OK        VALUE "00".
       01 CAL-FILE-STATUS     PIC XX.
           88 CAL-FILE-OK         VALUE "00".
       01 BUDG-FILE-STATUS    PIC XX.
           88 BUDG-FILE-OK        VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 PROJ-FILE-STATUS    PIC XX.
           88 PROJ-FILE-OK        VALUE "00".
       01 EOF-FLAG            PIC X.
           88 FILE-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 BUSINESS-DATE       PIC X(10).
       01 REPORT-MONTH        PIC X(7).
       01 REPORT-START-DATE   PIC X(10).
       01 REPORT-END-DATE     PIC X(10).
       01 REPORT-LABEL        PIC X(6).
           COPY CBPERQ.
       01 CURRENT-DATE-WORK   PIC X(21).

      * Business days still to come - off the calendar when it
      * carries the month, otherwise Monday to Friday.
       01 CAL-MONTH-DAYS      PIC 99 COMP-5 VALUE 0.
       01 CAL-DAYS-TO-COME    PIC 99 COMP-5 VALUE 0.
       01 DAYS-TO-COME        PIC 99 COMP-5 VALUE 0.
       01 DAYS-SOURCE         PIC X(8).
       01 BDAY-LAST-INTEGER   PIC 9(9) COMP-5.
       01 BDAY-DATE-NUM       PIC 9(8).
       01 BDAY-DATE-X REDEFINES BDAY-DATE-NUM PIC X(8).
       01 BDAY-INTEGER        PIC 9(9) COMP-5.
       01 BDAY-DOW            PIC 9.

      * One slot per table posted this month, with each posted
      * day's net kept for the spread.
       01 TBL-COUNT           PIC 99 COMP-5 VALUE 0.
       01 TBL-TABLE-WS.
           05 TBL-ENTRY OCCURS 20 TIMES.
               10 TB-NAME         PIC X(30).
               10 TB-DAYS         PIC 99 COMP-5.
               10 TB-DAY-NET      PIC S9(11)V99 COMP-3
                                  OCCURS 42 TIMES.
               10 TB-MTD-NET      PIC S9(11)V99 COMP-3.
               10 TB-OPENING      PIC S9(11)V99 COMP-3.
               10 TB-CLOSING      PIC S9(11)V99 COMP-3.
               10 TB-BUDGET       PIC S9(11)V99 COMP-3.
               10 TB-BUDGET-FLAG  PIC X.
       01 TBL-IDX             PIC 99 COMP-5.
       01 TBL-HIT-IDX         PIC 99 COMP-5.
       01 DAY-IDX             PIC 99 COMP-5.
       01 TBL-OVERFLOW-FLAG   PIC X VALUE "N".
           88 TBL-TABLE-FULL      VALUE "Y".

      * The table being projected.
       01 AVG-DAILY           PIC S9(11)V99 COMP-3.
       01 DEVIATION           PIC S9(11)V99 COMP-3.
       01 SQUARES-SUM         PIC S9(25)V99 COMP-3.
       01 SIGMA               PIC S9(11)V99 COMP-3.
       01 SPREAD              PIC S9(11)V99 COMP-3.
       01 TO-COME-NET         PIC S9(11)V99 COMP-3.
       01 LIKELY-NET          PIC S9(11)V99 COMP-3.
       01 LOW-NET             PIC S9(11)V99 COMP-3.
       01 HIGH-NET            PIC S9(11)V99 COMP-3.
       01 LIKELY-CLOSING      PIC S9(11)V99 COMP-3.
       01 LOW-CLOSING         PIC S9(11)V99 COMP-3.
       01 HIGH-CLOSING        PIC S9(11)V99 COMP-3.
       01 VARIANCE-WORK       PIC S9(11)V99 COMP-3.
       01 PCT-WORK            PIC S9(7)V9 COMP-3.
       01 VS-BUDGET           PIC X(6).
       01 OFF-BUDGET-COUNT    PIC 99 VALUE 0.

       01 AMOUNT-EDITED       PIC -ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-2-EDITED     PIC -ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-3-EDITED     PIC -ZZZ,ZZZ,ZZ9.99.
       01 PCT-EDITED          PIC -ZZ9.9.
       01 DAYS-EDITED         PIC Z9.
       01 COUNT-EDITED        PIC Z9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE 0 TO TBL-COUNT
           MOVE 0 TO OFF-BUDGET-COUNT
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 2000-WALK-THE-LEDGER
           IF NOT BALL-FILE-OK AND TBL-COUNT = 0
               MOVE "PROJECTION: NO BALANCE LEDGER (SUMBALL) TO PROJECT"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-COUNT-DAYS-TO-COME
           PERFORM 4000-LOAD-BUDGET
           PERFORM 6000-START-REPORT
           OPEN OUTPUT PROJFILE
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               PERFORM 5000-PROJECT-TABLE
           END-PERFORM
           CLOSE PROJFILE
           PERFORM 6900-END-REPORT

           IF OFF-BUDGET-COUNT > 0
               MOVE OFF-BUDGET-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "PROJECTION: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " TABLE(S) PROJECTED OUTSIDE BUDGET FOR "
                          DELIMITED BY SIZE
                      REPORT-MONTH DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "PROJECTION WRITTEN - SEE PROJRPT" TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
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
           END-IF
           SET PERQ-BY-DATE TO TRUE
           MOVE BUSINESS-DATE TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           MOVE PERQ-PERIOD-ID  TO REPORT-MONTH
           MOVE PERQ-START-DATE TO REPORT-START-DATE
           MOVE PERQ-END-DATE   TO REPORT-END-DATE
           IF PERQ-IS-FISCAL
               MOVE "PERIOD" TO REPORT-LABEL
           ELSE
               MOVE "MONTH" TO REPORT-LABEL
           END-IF.

       2000-WALK-THE-LEDGER.
      * The ledger is keyed table + date, so each table's days come
      * in date order - the first posting of the month carries the
      * month's opening, the last the closing to date.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BALLFILE
           IF NOT BALL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ BALLFILE NEXT
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF BALL-RUN-DATE NOT < REPORT-START-DATE AND
                          BALL-RUN-DATE NOT > BUSINESS-DATE
                           PERFORM 2100-TAKE-ONE-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALLFILE.

       2100-TAKE-ONE-DAY.
           MOVE 0 TO TBL-HIT-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT OR TBL-HIT-IDX > 0
               IF TB-NAME(TBL-IDX) = BALL-TABLE-NAME
                   MOVE TBL-IDX TO TBL-HIT-IDX
               END-IF
           END-PERFORM
           IF TBL-HIT-IDX = 0
               IF TBL-COUNT >= 20
                   IF NOT TBL-TABLE-FULL
                       SET TBL-TABLE-FULL TO TRUE
                       MOVE "PROJECTION: OVER 20 TABLES - REST LEFT OUT"
                           TO LOG-TEXT
                       MOVE "W" TO LOG-SEV
                       CALL "LOGGER" USING BY REFERENCE LOG-TEXT,
                           LOG-SEV
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TBL-COUNT
               MOVE TBL-COUNT TO TBL-HIT-IDX
               MOVE BALL-TABLE-NAME TO TB-NAME(TBL-HIT-IDX)
               MOVE 0 TO TB-DAYS(TBL-HIT-IDX)
               MOVE ZERO TO TB-MTD-NET(TBL-HIT-IDX)
               MOVE BALL-OPENING TO TB-OPENING(TBL-HIT-IDX)
               MOVE ZERO TO TB-BUDGET(TBL-HIT-IDX)
               MOVE "N" TO TB-BUDGET-FLAG(TBL-HIT-IDX)
           END-IF
           IF TB-DAYS(TBL-HIT-IDX) < 42
               ADD 1 TO TB-DAYS(TBL-HIT-IDX)
               MOVE BALL-NET
                   TO TB-DAY-NET(TBL-HIT-IDX, TB-DAYS(TBL-HIT-IDX))
           END-IF
           ADD BALL-NET TO TB-MTD-NET(TBL-HIT-IDX)
           MOVE BALL-CLOSING TO TB-CLOSING(TBL-HIT-IDX).

       3000-COUNT-DAYS-TO-COME.
      * The calendar's B and E days after the business date. A
      * month with no calendar day on file at all has not been
      * generated yet, and counts Monday to Friday instead.
           MOVE 0 TO CAL-MONTH-DAYS
           MOVE 0 TO CAL-DAYS-TO-COME
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CALFILE
           IF CAL-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ CALFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF CAL-DATE NOT < REPORT-START-DATE AND
                              CAL-DATE NOT > REPORT-END-DATE
                               ADD 1 TO CAL-MONTH-DAYS
                               IF CAL-DATE > BUSINESS-DATE AND
                                  (CAL-DAY-TYPE = "B" OR "E")
                                   ADD 1 TO CAL-DAYS-TO-COME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALFILE
           END-IF
           IF CAL-MONTH-DAYS > 0
               MOVE CAL-DAYS-TO-COME TO DAYS-TO-COME
               MOVE "CALENDAR" TO DAYS-SOURCE
           ELSE
               PERFORM 3100-COUNT-WEEKDAYS
               MOVE "WEEKDAYS" TO DAYS-SOURCE
           END-IF.

       3100-COUNT-WEEKDAYS.
      * Day 1 of month 1601-01 maps to integer 1, a Monday, so
      * MOD(integer, 7) of 1 through 5 is a weekday. Walked from
      * the day after the business date to the period's last day.
           MOVE 0 TO DAYS-TO-COME
           MOVE SPACES TO BDAY-DATE-X
           STRING REPORT-END-DATE(1:4) DELIMITED BY SIZE
                  REPORT-END-DATE(6:2) DELIMITED BY SIZE
                  REPORT-END-DATE(9:2) DELIMITED BY SIZE
               INTO BDAY-DATE-X
           END-STRING
           COMPUTE BDAY-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(BDAY-DATE-NUM)
           MOVE SPACES TO BDAY-DATE-X
           STRING BUSINESS-DATE(1:4) DELIMITED BY SIZE
                  BUSINESS-DATE(6:2) DELIMITED BY SIZE
                  BUSINESS-DATE(9:2) DELIMITED BY SIZE
               INTO BDAY-DATE-X
           END-STRING
           COMPUTE BDAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(BDAY-DATE-NUM)
           ADD 1 TO BDAY-INTEGER
           PERFORM UNTIL BDAY-INTEGER > BDAY-LAST-INTEGER
               COMPUTE BDAY-DOW = FUNCTION MOD(BDAY-INTEGER, 7)
               IF BDAY-DOW >= 1 AND BDAY-DOW <= 5
                   ADD 1 TO DAYS-TO-COME
               END-IF
               ADD 1 TO BDAY-INTEGER
           END-PERFORM.

       4000-LOAD-BUDGET.
      * The table's own line (blank category) for the month - the
      * same line BUDG-RPT sets against the month-to-date.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BUDGFILE
           IF NOT BUDG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ BUDGFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF BUDG-MONTH = REPORT-MONTH AND
                          BUDG-CATEGORY = SPACES
                           PERFORM 4100-TAKE-BUDGET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGFILE.

       4100-TAKE-BUDGET-LINE.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               IF TB-NAME(TBL-IDX) = BUDG-TABLE-NAME
                   ADD BUDG-AMOUNT TO TB-BUDGET(TBL-IDX)
                   MOVE "Y" TO TB-BUDGET-FLAG(TBL-IDX)
               END-IF
           END-PERFORM.

       5000-PROJECT-TABLE.
           COMPUTE AVG-DAILY ROUNDED =
               TB-MTD-NET(TBL-IDX) / TB-DAYS(TBL-IDX)
           MOVE ZERO TO SIGMA
           IF TB-DAYS(TBL-IDX) > 1
               MOVE ZERO TO SQUARES-SUM
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > TB-DAYS(TBL-IDX)
                   COMPUTE DEVIATION =
                       TB-DAY-NET(TBL-IDX, DAY-IDX) - AVG-DAILY
                   COMPUTE SQUARES-SUM = SQUARES-SUM
                       + DEVIATION * DEVIATION
               END-PERFORM
               COMPUTE SIGMA ROUNDED = FUNCTION SQRT(
                   SQUARES-SUM / (TB-DAYS(TBL-IDX) - 1))
           END-IF
           COMPUTE TO-COME-NET = AVG-DAILY * DAYS-TO-COME
           COMPUTE SPREAD ROUNDED =
               SIGMA * FUNCTION SQRT(DAYS-TO-COME)
           COMPUTE LIKELY-NET = TB-MTD-NET(TBL-IDX) + TO-COME-NET
           COMPUTE LOW-NET = LIKELY-NET - SPREAD
           COMPUTE HIGH-NET = LIKELY-NET + SPREAD
           COMPUTE LIKELY-CLOSING = TB-CLOSING(TBL-IDX) + TO-COME-NET
           COMPUTE LOW-CLOSING = LIKELY-CLOSING - SPREAD
           COMPUTE HIGH-CLOSING = LIKELY-CLOSING + SPREAD

           MOVE SPACES TO VS-BUDGET
           IF TB-BUDGET-FLAG(TBL-IDX) = "Y"
               EVALUATE TRUE
                   WHEN LOW-NET > TB-BUDGET(TBL-IDX)
                       MOVE "OVER" TO VS-BUDGET
                       ADD 1 TO OFF-BUDGET-COUNT
                   WHEN HIGH-NET < TB-BUDGET(TBL-IDX)
                       MOVE "UNDER" TO VS-BUDGET
                       ADD 1 TO OFF-BUDGET-COUNT
                   WHEN OTHER
                       MOVE "WITHIN" TO VS-BUDGET
               END-EVALUATE
           END-IF

           PERFORM 5100-WRITE-PROJECTION
           PERFORM 6100-PRINT-TABLE.

       5100-WRITE-PROJECTION.
           MOVE SPACES TO PROJ-RECORD
           MOVE BUSINESS-DATE       TO PROJ-RUN-DATE
           MOVE TB-NAME(TBL-IDX)    TO PROJ-TABLE-NAME
           MOVE REPORT-MONTH        TO PROJ-MONTH
           MOVE TB-DAYS(TBL-IDX)    TO PROJ-DAYS-POSTED
           MOVE DAYS-TO-COME        TO PROJ-DAYS-REMAINING
           MOVE TB-MTD-NET(TBL-IDX) TO PROJ-MTD-NET
           MOVE AVG-DAILY           TO PROJ-AVG-DAILY
           MOVE LOW-NET             TO PROJ-LOW-NET
           MOVE LIKELY-NET          TO PROJ-LIKELY-NET
           MOVE HIGH-NET            TO PROJ-HIGH-NET
           MOVE LOW-CLOSING         TO PROJ-LOW-CLOSING
           MOVE LIKELY-CLOSING      TO PROJ-LIKELY-CLOSING
           MOVE HIGH-CLOSING        TO PROJ-HIGH-CLOSING
           MOVE TB-BUDGET(TBL-IDX)  TO PROJ-BUDGET
           MOVE TB-BUDGET-FLAG(TBL-IDX) TO PROJ-BUDGET-FLAG
           MOVE VS-BUDGET           TO PROJ-VS-BUDGET
           WRITE PROJ-RECORD.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           MOVE "PROJRPT" TO RW-FILE-NAME
           IF PERQ-IS-FISCAL
               MOVE "PERIOD-END PROJECTION" TO RW-TITLE
           ELSE
               MOVE "MONTH-END PROJECTION" TO RW-TITLE
           END-IF
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           MOVE DAYS-TO-COME TO DAYS-EDITED
           MOVE SPACES TO RPT-LINE
           STRING REPORT-LABEL DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  "   AS OF " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  "   BUSINESS DAYS TO COME: " DELIMITED BY SIZE
                  DAYS-EDITED DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  DAYS-SOURCE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF TBL-COUNT = 0
               MOVE "NO POSTINGS ON THE BALANCE LEDGER FOR THE MONTH"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       6100-PRINT-TABLE.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE TB-DAYS(TBL-IDX) TO DAYS-EDITED
           STRING "TABLE " DELIMITED BY SIZE
                  TB-NAME(TBL-IDX) DELIMITED BY SPACE
                  "   DAYS POSTED: " DELIMITED BY SIZE
                  DAYS-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           MOVE TB-MTD-NET(TBL-IDX) TO AMOUNT-EDITED
           MOVE AVG-DAILY TO AMOUNT-2-EDITED
           MOVE SIGMA TO AMOUNT-3-EDITED
           STRING "  MTD NET " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "  AVG/DAY " DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
                  "  SD " DELIMITED BY SIZE
                  AMOUNT-3-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           MOVE TB-OPENING(TBL-IDX) TO AMOUNT-EDITED
           MOVE TB-CLOSING(TBL-IDX) TO AMOUNT-2-EDITED
           STRING "  OPENING " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "  CLOSING TO DATE " DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           MOVE LOW-NET TO AMOUNT-EDITED
           MOVE LIKELY-NET TO AMOUNT-2-EDITED
           MOVE HIGH-NET TO AMOUNT-3-EDITED
           STRING "  NET     LOW" DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  " LIKELY" DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
                  " HIGH" DELIMITED BY SIZE
                  AMOUNT-3-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           MOVE LOW-CLOSING TO AMOUNT-EDITED
           MOVE LIKELY-CLOSING TO AMOUNT-2-EDITED
           MOVE HIGH-CLOSING TO AMOUNT-3-EDITED
           STRING "  CLOSING LOW" DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  " LIKELY" DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
                  " HIGH" DELIMITED BY SIZE
                  AMOUNT-3-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           IF TB-DAYS(TBL-IDX) < 2
               MOVE "  ONE DAY POSTED - NO SPREAD YET" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF

           IF TB-BUDGET-FLAG(TBL-IDX) NOT = "Y"
               MOVE "  NO BUDGET ON FILE FOR THE MONTH" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE VARIANCE-WORK = LIKELY-NET - TB-BUDGET(TBL-IDX)
           MOVE TB-BUDGET(TBL-IDX) TO AMOUNT-EDITED
           MOVE VARIANCE-WORK TO AMOUNT-2-EDITED
           STRING "  BUDGET  " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "  LIKELY - BUDGET " DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF TB-BUDGET(TBL-IDX) NOT = ZERO
               COMPUTE PCT-WORK ROUNDED = VARIANCE-WORK * 100
                   / FUNCTION ABS(TB-BUDGET(TBL-IDX))
               MOVE PCT-WORK TO PCT-EDITED
               STRING "  VARIANCE " DELIMITED BY SIZE
                      PCT-EDITED DELIMITED BY SIZE
                      "%   RANGE " DELIMITED BY SIZE
                      VS-BUDGET DELIMITED BY SPACE
                      " BUDGET" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING "  RANGE " DELIMITED BY SIZE
                      VS-BUDGET DELIMITED BY SPACE
                      " BUDGET" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           IF VS-BUDGET NOT = "WITHIN"
               MOVE "**" TO RPT-LINE(79:2)
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6900-END-REPORT.
           MOVE SPACES TO RPT-LINE
           MOVE TBL-COUNT TO COUNT-EDITED
           MOVE OFF-BUDGET-COUNT TO DAYS-EDITED
           STRING "TABLES PROJECTED: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  "   RANGE OUTSIDE BUDGET: " DELIMITED BY SIZE
                  DAYS-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       END PROGRAM PROJ-RPT.
