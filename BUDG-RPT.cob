       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDG-RPT.

      *****************************************************************
      * BUDG-RPT - budget against actual for one month. Every month
      * end somebody keyed the SUMOFFM official totals and the SUMRPT
      * group subtotals next to finance's budget spreadsheet by hand.
      * The budget is now on file (SUMBUDG, see CBBUDG) and the group
      * subtotals are kept per clean run (SUMCATH, see CBCATH), so
      * this prints, per table:
      *   - one line per leaf category: budget, month-to-date actual,
      *     variance and variance percent; a category with activity
      *     and no budget line prints as NO BUDGET
      *   - the same figures rolled up to the CBCATM parent - for
      *     a month already behind the business date, the parent
      *     the category rolled up to on the nights themselves (the
      *     parent SUMCATH carries), so a later re-parenting on the
      *     master does not restate a closed month
      *   - the table line: its own budget (or the leaf budgets'
      *     total when it has none) against the month-to-date actual,
      *     with the official SUMOFFM month-to-date beside it
      * A line whose variance is outside the band (BUDGPCT in the
      * environment, whole percent, default 10) is flagged "**".
      * The month is BUDGMON (YYYY-MM) when set, otherwise the month
      * of the business date. Written to SUMBUDRPT through the
      * shared report writer. Ends with GOBACK so TEST-SUM can call
      * it on the month-end day beside MONTH-RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGFILE ASSIGN TO "SUMBUDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BUDG-FILE-STATUS.
           SELECT CATHFILE ASSIGN TO "SUMCATH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATH-FILE-STATUS.
           SELECT CATMFILE ASSIGN TO "SUMCATM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATM-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT OFFMAST ASSIGN TO "SUMOFFM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OFFM-KEY
               FILE STATUS IS OFFM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGFILE.
           COPY CBBUDG.

       FD  CATHFILE.
           COPY CBCATH.

       FD  CATMFILE.
           COPY CBCATM.

       FD  BDATEFILE.
           COPY CBBDATE.

       FD  OFFMAST.
           COPY CBOFFM.

       WORKING-STORAGE SECTION.
       01 BUDG-FILE-STATUS    PIC XX.
           88 BUDG-FILE-OK        VALUE "00".
       01 CATH-FILE-STATUS    PIC XX.
           88 CATH-FILE-OK        VALUE "00".
       01 CATM-FILE-STATUS    PIC XX.
           88 CATM-FILE-OK        VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 OFFM-FILE-STATUS    PIC XX.
           88 OFFM-FILE-OK        VALUE "00".
       01 BUDG-EOF-FLAG       PIC X.
           88 BUDG-AT-EOF         VALUE "Y".
       01 CATH-EOF-FLAG       PIC X.
           88 CATH-AT-EOF         VALUE "Y".
       01 CATM-EOF-FLAG       PIC X.
           88 CATM-AT-EOF         VALUE "Y".
       01 BROWSE-FLAG         PIC X.
           88 BROWSE-IS-DONE      VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 REPORT-MONTH        PIC X(7).
       01 CURRENT-MONTH       PIC X(7).
       01 BAND-INPUT          PIC X(8).
       01 BAND-PCT            PIC 9(3) VALUE 10.
       01 BAND-EDITED         PIC ZZ9.
       01 CURRENT-DATE-WORK   PIC X(8).

      * The category master, for the parent roll-up.
       01 CATM-COUNT          PIC 99 COMP-5 VALUE 0.
       01 CATM-TABLE-WS.
           05 CATM-ENTRY OCCURS 50 TIMES.
               10 CM-CODE         PIC X(20).
               10 CM-PARENT       PIC X(20).
       01 CATM-IDX            PIC 99 COMP-5.

      * The last run seen for each table and business date of the
      * month. A rerun appends a whole new set of SUMCATH records,
      * so only the latest run's set counts - a category the rerun
      * no longer produced drops out with the rest of the old set.
       01 RUNSEEN-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 RUNSEEN-TABLE.
           05 RUNSEEN-ENTRY OCCURS 1000 TIMES.
               10 RS-TABLE-NAME   PIC X(30).
               10 RS-RUN-DATE     PIC X(10).
               10 RS-RUN-NUMBER   PIC 9(6).
       01 RS-IDX              PIC 9(4) COMP-5.
       01 RS-HIT-IDX          PIC 9(4) COMP-5.

      * One slot per table on the report - from the budget, from the
      * history, or both.
       01 TBL-COUNT           PIC 99 COMP-5 VALUE 0.
       01 TBL-TABLE-WS.
           05 TBL-ENTRY OCCURS 50 TIMES.
               10 TB-NAME         PIC X(30).
               10 TB-BUDGET       PIC S9(11)V99 COMP-3.
               10 TB-BUDGET-FLAG  PIC X.
               10 TB-LEAF-BUDGET  PIC S9(11)V99 COMP-3.
               10 TB-LEAF-ACTUAL  PIC S9(11)V99 COMP-3.
               10 TB-HIST-FLAG    PIC X.
               10 TB-OFFM-MTD     PIC S9(11)V99 COMP-3.
               10 TB-OFFM-DAYS    PIC 99.
       01 TBL-IDX             PIC 99 COMP-5.
       01 TBL-HIT-IDX         PIC 99 COMP-5.

      * One slot per table and leaf category, budget and actual
      * side by side.
       01 LEAF-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 LEAF-TABLE-WS.
           05 LEAF-ENTRY OCCURS 500 TIMES.
               10 LF-TABLE-NAME   PIC X(30).
               10 LF-CATEGORY     PIC X(20).
               10 LF-BUDGET       PIC S9(11)V99 COMP-3.
               10 LF-BUDGET-FLAG  PIC X.
               10 LF-ACTUAL       PIC S9(11)V99 COMP-3.
               10 LF-HIST-FLAG    PIC X.
               10 LF-HIST-PARENT  PIC X(20).
       01 LEAF-IDX            PIC 9(3) COMP-5.
       01 LEAF-HIT-IDX        PIC 9(3) COMP-5.
       01 LEAF-OVERFLOW-FLAG  PIC X VALUE "N".
           88 LEAF-TABLE-FULL     VALUE "Y".

      * Parent roll-up for the table being printed - bounded like
      * TEST-SUM's family roll-up.
       01 PARENT-COUNT        PIC 99 COMP-5 VALUE 0.
       01 PARENT-TABLE-WS.
           05 PARENT-ENTRY OCCURS 20 TIMES.
               10 PR-NAME         PIC X(20).
               10 PR-BUDGET       PIC S9(11)V99 COMP-3.
               10 PR-BUDGET-FLAG  PIC X.
               10 PR-ACTUAL       PIC S9(11)V99 COMP-3.
       01 PR-IDX              PIC 99 COMP-5.
       01 PR-HIT-IDX          PIC 99 COMP-5.

       01 KEY-TABLE-WORK      PIC X(30).
       01 KEY-CATEGORY-WORK   PIC X(20).
       01 PARENT-WORK         PIC X(20).

      * One printed comparison line - loaded by the caller, then
      * 2500-PRINT-VARIANCE-LINE does the arithmetic and the flag.
       01 LINE-LABEL          PIC X(22).
       01 LINE-BUDGET         PIC S9(11)V99 COMP-3.
       01 LINE-BUDGET-FLAG    PIC X.
           88 LINE-HAS-BUDGET     VALUE "Y".
       01 LINE-ACTUAL         PIC S9(11)V99 COMP-3.
       01 LINE-VARIANCE       PIC S9(11)V99 COMP-3.
       01 LINE-PCT            PIC S9(7)V9 COMP-3.
       01 LINE-PCT-ABS        PIC 9(7)V9 COMP-3.
       01 FLAG-COUNT          PIC 9(5) VALUE 0.
       01 FLAG-COUNT-EDITED   PIC ZZZZ9.

       01 BUDGET-EDITED       PIC -ZZZZZZZZ9.99.
       01 ACTUAL-EDITED       PIC -ZZZZZZZZ9.99.
       01 VARIANCE-EDITED     PIC -ZZZZZZZZ9.99.
       01 PCT-EDITED          PIC -ZZ9.9.
       01 PCT-TEXT            PIC X(7).
       01 DAYS-EDITED         PIC Z9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE 0 TO FLAG-COUNT
           MOVE 0 TO TBL-COUNT
           MOVE 0 TO LEAF-COUNT
           MOVE 0 TO RUNSEEN-COUNT
           MOVE "N" TO LEAF-OVERFLOW-FLAG
           PERFORM 0100-SET-REPORT-MONTH
           PERFORM 0200-LOAD-CATEGORY-MASTER
           PERFORM 0300-LOAD-BUDGET
           PERFORM 0400-FIND-LATEST-RUNS
           PERFORM 0500-LOAD-ACTUALS
           PERFORM 0600-LOAD-OFFICIAL-MTD
           PERFORM 2000-PRINT-REPORT
           IF FLAG-COUNT > 0
               MOVE FLAG-COUNT TO FLAG-COUNT-EDITED
               STRING "BUDGET VARIANCE: " DELIMITED BY SIZE
                      FLAG-COUNT-EDITED DELIMITED BY SIZE
                      " LINE(S) OUTSIDE BAND FOR " DELIMITED BY SIZE
                      REPORT-MONTH DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0100-SET-REPORT-MONTH.
      * BUDGMON names a month explicitly (a rerun of last month's
      * report on the 2nd); otherwise the business date's month,
      * the wall clock's when there is no card. The business date's
      * month is kept either way - it says which parents apply.
           MOVE SPACES TO CURRENT-MONTH
           OPEN INPUT BDATEFILE
           IF BDATE-FILE-OK
               READ BDATEFILE
                   NOT AT END
                       MOVE BDATE-BUSINESS-DATE(1:7) TO CURRENT-MONTH
               END-READ
               CLOSE BDATEFILE
           END-IF
           IF CURRENT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO CURRENT-DATE-WORK
               STRING CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                   INTO CURRENT-MONTH
               END-STRING
           END-IF
           MOVE SPACES TO REPORT-MONTH
           ACCEPT REPORT-MONTH FROM ENVIRONMENT "BUDGMON"
           IF REPORT-MONTH = SPACES
               MOVE CURRENT-MONTH TO REPORT-MONTH
           END-IF
           MOVE SPACES TO BAND-INPUT
           ACCEPT BAND-INPUT FROM ENVIRONMENT "BUDGPCT"
           IF BAND-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(BAND-INPUT) = 0
                   MOVE FUNCTION NUMVAL(BAND-INPUT) TO BAND-PCT
               END-IF
           END-IF.

       0200-LOAD-CATEGORY-MASTER.
           MOVE 0 TO CATM-COUNT
           MOVE "N" TO CATM-EOF-FLAG
           OPEN INPUT CATMFILE
           IF NOT CATM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATM-AT-EOF
               READ CATMFILE
                   AT END
                       SET CATM-AT-EOF TO TRUE
                   NOT AT END
                       IF CATM-CODE NOT = SPACES AND CATM-COUNT < 50
                           ADD 1 TO CATM-COUNT
                           MOVE CATM-CODE   TO CM-CODE(CATM-COUNT)
                           MOVE CATM-PARENT TO CM-PARENT(CATM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATMFILE.

       0300-LOAD-BUDGET.
      * The month's lines only. A blank category is the table's own
      * line; every other line is a leaf.
           MOVE "N" TO BUDG-EOF-FLAG
           OPEN INPUT BUDGFILE
           IF NOT BUDG-FILE-OK
               MOVE "NO BUDGET MASTER (SUMBUDG) - ACTUALS ONLY"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BUDG-AT-EOF
               READ BUDGFILE
                   AT END
                       SET BUDG-AT-EOF TO TRUE
                   NOT AT END
                       IF BUDG-MONTH = REPORT-MONTH
                           PERFORM 0310-TAKE-BUDGET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGFILE.

       0310-TAKE-BUDGET-LINE.
           MOVE BUDG-TABLE-NAME TO KEY-TABLE-WORK
           PERFORM 1000-FIND-TABLE
           IF TBL-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF BUDG-CATEGORY = SPACES
               ADD BUDG-AMOUNT TO TB-BUDGET(TBL-HIT-IDX)
               MOVE "Y" TO TB-BUDGET-FLAG(TBL-HIT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE BUDG-CATEGORY TO KEY-CATEGORY-WORK
           PERFORM 1100-FIND-LEAF
           IF LEAF-HIT-IDX > 0
               ADD BUDG-AMOUNT TO LF-BUDGET(LEAF-HIT-IDX)
               MOVE "Y" TO LF-BUDGET-FLAG(LEAF-HIT-IDX)
               ADD BUDG-AMOUNT TO TB-LEAF-BUDGET(TBL-HIT-IDX)
           END-IF.

       0400-FIND-LATEST-RUNS.
      * First pass over the history - the last run number appended
      * for each table and business date of the month.
           MOVE "N" TO CATH-EOF-FLAG
           OPEN INPUT CATHFILE
           IF NOT CATH-FILE-OK
               MOVE "NO CATEGORY HISTORY (SUMCATH) - BUDGETS ONLY"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATH-AT-EOF
               READ CATHFILE
                   AT END
                       SET CATH-AT-EOF TO TRUE
                   NOT AT END
                       IF CATH-RUN-DATE(1:7) = REPORT-MONTH
                           PERFORM 0410-NOTE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATHFILE.

       0410-NOTE-RUN.
           MOVE 0 TO RS-HIT-IDX
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RUNSEEN-COUNT
               IF RS-TABLE-NAME(RS-IDX) = CATH-TABLE-NAME AND
                  RS-RUN-DATE(RS-IDX) = CATH-RUN-DATE
                   MOVE RS-IDX TO RS-HIT-IDX
               END-IF
           END-PERFORM
           IF RS-HIT-IDX = 0
               IF RUNSEEN-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RUNSEEN-COUNT
               MOVE RUNSEEN-COUNT TO RS-HIT-IDX
               MOVE CATH-TABLE-NAME TO RS-TABLE-NAME(RS-HIT-IDX)
               MOVE CATH-RUN-DATE   TO RS-RUN-DATE(RS-HIT-IDX)
           END-IF
           MOVE CATH-RUN-NUMBER TO RS-RUN-NUMBER(RS-HIT-IDX).

       0500-LOAD-ACTUALS.
      * Second pass - only the latest run's records for each day
      * count toward the month-to-date actual.
           IF RUNSEEN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CATH-EOF-FLAG
           OPEN INPUT CATHFILE
           IF NOT CATH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATH-AT-EOF
               READ CATHFILE
                   AT END
                       SET CATH-AT-EOF TO TRUE
                   NOT AT END
                       IF CATH-RUN-DATE(1:7) = REPORT-MONTH
                           PERFORM 0510-TAKE-ACTUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATHFILE.

       0510-TAKE-ACTUAL.
           MOVE 0 TO RS-HIT-IDX
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RUNSEEN-COUNT
               IF RS-TABLE-NAME(RS-IDX) = CATH-TABLE-NAME AND
                  RS-RUN-DATE(RS-IDX) = CATH-RUN-DATE
                   MOVE RS-IDX TO RS-HIT-IDX
               END-IF
           END-PERFORM
           IF RS-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF RS-RUN-NUMBER(RS-HIT-IDX) NOT = CATH-RUN-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE CATH-TABLE-NAME TO KEY-TABLE-WORK
           PERFORM 1000-FIND-TABLE
           IF TBL-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
      * A blank group key would collide with the table's own budget
      * line - it gets a name of its own.
           IF CATH-CATEGORY = SPACES
               MOVE "*BLANK*" TO KEY-CATEGORY-WORK
           ELSE
               MOVE CATH-CATEGORY TO KEY-CATEGORY-WORK
           END-IF
           PERFORM 1100-FIND-LEAF
      * Appended in date order, so the parent kept is the one of
      * the month's last night the category ran.
           IF LEAF-HIT-IDX > 0
               ADD CATH-SUBTOTAL TO LF-ACTUAL(LEAF-HIT-IDX)
               MOVE "Y" TO LF-HIST-FLAG(LEAF-HIT-IDX)
               MOVE CATH-PARENT TO LF-HIST-PARENT(LEAF-HIT-IDX)
           END-IF
           ADD CATH-SUBTOTAL TO TB-LEAF-ACTUAL(TBL-HIT-IDX)
           MOVE "Y" TO TB-HIST-FLAG(TBL-HIT-IDX).

       0600-LOAD-OFFICIAL-MTD.
      * The official month-to-date off SUMOFFM, per table - printed
      * beside the history's figure so the two can be tied out.
      * Called on the month-end day the master does not carry that
      * day yet (promotion runs after the scan), which the day count
      * beside it shows.
           OPEN INPUT OFFMAST
           IF NOT OFFM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               MOVE TB-NAME(TBL-IDX) TO OFFM-TABLE-NAME
               MOVE SPACES TO OFFM-RUN-DATE
               MOVE REPORT-MONTH TO OFFM-RUN-DATE(1:7)
               MOVE "N" TO BROWSE-FLAG
               START OFFMAST KEY IS NOT LESS THAN OFFM-KEY
               IF NOT OFFM-FILE-OK
                   SET BROWSE-IS-DONE TO TRUE
               END-IF
               PERFORM UNTIL BROWSE-IS-DONE
                   READ OFFMAST NEXT
                   IF NOT OFFM-FILE-OK
                       SET BROWSE-IS-DONE TO TRUE
                   ELSE
                       IF OFFM-TABLE-NAME NOT = TB-NAME(TBL-IDX) OR
                          OFFM-RUN-DATE(1:7) NOT = REPORT-MONTH
                           SET BROWSE-IS-DONE TO TRUE
                       ELSE
                           ADD OFFM-TOTAL TO TB-OFFM-MTD(TBL-IDX)
                           ADD 1 TO TB-OFFM-DAYS(TBL-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE OFFMAST.

       1000-FIND-TABLE.
      * KEY-TABLE-WORK in, TBL-HIT-IDX out - a new slot when the
      * table is not yet known, zero when the table is full.
           MOVE 0 TO TBL-HIT-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               IF TB-NAME(TBL-IDX) = KEY-TABLE-WORK
                   MOVE TBL-IDX TO TBL-HIT-IDX
               END-IF
           END-PERFORM
           IF TBL-HIT-IDX = 0 AND TBL-COUNT < 50
               ADD 1 TO TBL-COUNT
               MOVE TBL-COUNT TO TBL-HIT-IDX
               MOVE KEY-TABLE-WORK TO TB-NAME(TBL-HIT-IDX)
               MOVE ZERO TO TB-BUDGET(TBL-HIT-IDX)
               MOVE "N"  TO TB-BUDGET-FLAG(TBL-HIT-IDX)
               MOVE ZERO TO TB-LEAF-BUDGET(TBL-HIT-IDX)
               MOVE ZERO TO TB-LEAF-ACTUAL(TBL-HIT-IDX)
               MOVE "N"  TO TB-HIST-FLAG(TBL-HIT-IDX)
               MOVE ZERO TO TB-OFFM-MTD(TBL-HIT-IDX)
               MOVE ZERO TO TB-OFFM-DAYS(TBL-HIT-IDX)
           END-IF.

       1100-FIND-LEAF.
      * KEY-TABLE-WORK/KEY-CATEGORY-WORK in, LEAF-HIT-IDX out.
           MOVE 0 TO LEAF-HIT-IDX
           PERFORM VARYING LEAF-IDX FROM 1 BY 1
                   UNTIL LEAF-IDX > LEAF-COUNT
               IF LF-TABLE-NAME(LEAF-IDX) = KEY-TABLE-WORK AND
                  LF-CATEGORY(LEAF-IDX) = KEY-CATEGORY-WORK
                   MOVE LEAF-IDX TO LEAF-HIT-IDX
               END-IF
           END-PERFORM
           IF LEAF-HIT-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF LEAF-COUNT >= 500
               IF NOT LEAF-TABLE-FULL
                   SET LEAF-TABLE-FULL TO TRUE
                   MOVE "BUDGET LEAF TABLE FULL (500) - REPORT PARTIAL"
                       TO LOG-TEXT
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LEAF-COUNT
           MOVE LEAF-COUNT TO LEAF-HIT-IDX
           MOVE KEY-TABLE-WORK    TO LF-TABLE-NAME(LEAF-HIT-IDX)
           MOVE KEY-CATEGORY-WORK TO LF-CATEGORY(LEAF-HIT-IDX)
           MOVE ZERO TO LF-BUDGET(LEAF-HIT-IDX)
           MOVE "N"  TO LF-BUDGET-FLAG(LEAF-HIT-IDX)
           MOVE ZERO TO LF-ACTUAL(LEAF-HIT-IDX)
           MOVE "N"  TO LF-HIST-FLAG(LEAF-HIT-IDX)
           MOVE SPACES TO LF-HIST-PARENT(LEAF-HIT-IDX).

       2000-PRINT-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"      TO RW-ACTION
           MOVE "SUMBUDRPT" TO RW-FILE-NAME
           MOVE "BUDGET VERSUS ACTUAL" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           MOVE BAND-PCT TO BAND-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "MONTH " DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  "   FLAG BAND: +/-" DELIMITED BY SIZE
                  BAND-EDITED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 2900-WRITE-RPT-LINE

           IF TBL-COUNT = 0
               MOVE "NO BUDGET OR CATEGORY HISTORY FOR THE MONTH"
                   TO RPT-LINE
               PERFORM 2900-WRITE-RPT-LINE
           END-IF

           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               PERFORM 2100-PRINT-TABLE
           END-PERFORM

           MOVE FLAG-COUNT TO FLAG-COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "LINES OUTSIDE BAND: " DELIMITED BY SIZE
                  FLAG-COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       2100-PRINT-TABLE.
           MOVE SPACES TO RPT-LINE
           PERFORM 2900-WRITE-RPT-LINE
           STRING "TABLE " DELIMITED BY SIZE
                  TB-NAME(TBL-IDX) DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 2900-WRITE-RPT-LINE
           MOVE "  CATEGORY" TO RPT-LINE
           MOVE "BUDGET"     TO RPT-LINE(31:6)
           MOVE "ACTUAL"     TO RPT-LINE(45:6)
           MOVE "VARIANCE"   TO RPT-LINE(57:8)
           MOVE "PCT"        TO RPT-LINE(70:3)
           PERFORM 2900-WRITE-RPT-LINE

      * Leaf lines, then the same figures rolled to the parent.
           MOVE 0 TO PARENT-COUNT
           PERFORM VARYING LEAF-IDX FROM 1 BY 1
                   UNTIL LEAF-IDX > LEAF-COUNT
               IF LF-TABLE-NAME(LEAF-IDX) = TB-NAME(TBL-IDX)
                   MOVE SPACES TO LINE-LABEL
                   MOVE LF-CATEGORY(LEAF-IDX) TO LINE-LABEL(3:20)
                   MOVE LF-BUDGET(LEAF-IDX)      TO LINE-BUDGET
                   MOVE LF-BUDGET-FLAG(LEAF-IDX) TO LINE-BUDGET-FLAG
                   MOVE LF-ACTUAL(LEAF-IDX)      TO LINE-ACTUAL
                   PERFORM 2500-PRINT-VARIANCE-LINE
                   PERFORM 2200-ADD-TO-PARENT
               END-IF
           END-PERFORM

           IF PARENT-COUNT > 0
               MOVE "  ROLLED UP BY PARENT:" TO RPT-LINE
               PERFORM 2900-WRITE-RPT-LINE
               PERFORM VARYING PR-IDX FROM 1 BY 1
                       UNTIL PR-IDX > PARENT-COUNT
                   MOVE SPACES TO LINE-LABEL
                   MOVE PR-NAME(PR-IDX)        TO LINE-LABEL(3:20)
                   MOVE PR-BUDGET(PR-IDX)      TO LINE-BUDGET
                   MOVE PR-BUDGET-FLAG(PR-IDX) TO LINE-BUDGET-FLAG
                   MOVE PR-ACTUAL(PR-IDX)      TO LINE-ACTUAL
                   PERFORM 2500-PRINT-VARIANCE-LINE
               END-PERFORM
           END-IF

      * The table line - its own budget when it has one, the leaf
      * budgets' total otherwise. The actual is the category
      * history's month; a table scanned without a category column
      * has none, and the official month-to-date stands in.
           MOVE "  TABLE TOTAL" TO LINE-LABEL
           IF TB-BUDGET-FLAG(TBL-IDX) = "Y"
               MOVE TB-BUDGET(TBL-IDX) TO LINE-BUDGET
               MOVE "Y" TO LINE-BUDGET-FLAG
           ELSE
               MOVE TB-LEAF-BUDGET(TBL-IDX) TO LINE-BUDGET
               MOVE "N" TO LINE-BUDGET-FLAG
               PERFORM VARYING LEAF-IDX FROM 1 BY 1
                       UNTIL LEAF-IDX > LEAF-COUNT
                   IF LF-TABLE-NAME(LEAF-IDX) = TB-NAME(TBL-IDX) AND
                      LF-BUDGET-FLAG(LEAF-IDX) = "Y"
                       MOVE "Y" TO LINE-BUDGET-FLAG
                   END-IF
               END-PERFORM
           END-IF
           IF TB-HIST-FLAG(TBL-IDX) = "Y"
               MOVE TB-LEAF-ACTUAL(TBL-IDX) TO LINE-ACTUAL
           ELSE
               MOVE TB-OFFM-MTD(TBL-IDX) TO LINE-ACTUAL
           END-IF
           PERFORM 2500-PRINT-VARIANCE-LINE

           MOVE TB-OFFM-MTD(TBL-IDX)  TO ACTUAL-EDITED
           MOVE TB-OFFM-DAYS(TBL-IDX) TO DAYS-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  OFFICIAL MTD (SUMOFFM) " DELIMITED BY SIZE
                  ACTUAL-EDITED DELIMITED BY SIZE
                  "  OVER " DELIMITED BY SIZE
                  DAYS-EDITED DELIMITED BY SIZE
                  " DAY(S)" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 2900-WRITE-RPT-LINE.

       2200-ADD-TO-PARENT.
      * The parent the master names; a leaf the master has no parent
      * for rolls up under itself, an unknown one under *UNKNOWN* -
      * the same keys TEST-SUM's family roll-up uses. A past month's
      * leaf with history takes the parent its SUMCATH rows carry
      * instead - blank there means it rolled up under itself.
           IF REPORT-MONTH < CURRENT-MONTH AND
              LF-HIST-FLAG(LEAF-IDX) = "Y"
               IF LF-HIST-PARENT(LEAF-IDX) = SPACES
                   MOVE LF-CATEGORY(LEAF-IDX) TO PARENT-WORK
               ELSE
                   MOVE LF-HIST-PARENT(LEAF-IDX) TO PARENT-WORK
               END-IF
           ELSE
               MOVE "*UNKNOWN*" TO PARENT-WORK
               PERFORM VARYING CATM-IDX FROM 1 BY 1
                       UNTIL CATM-IDX > CATM-COUNT
                   IF CM-CODE(CATM-IDX) = LF-CATEGORY(LEAF-IDX)
                       IF CM-PARENT(CATM-IDX) = SPACES
                           MOVE LF-CATEGORY(LEAF-IDX) TO PARENT-WORK
                       ELSE
                           MOVE CM-PARENT(CATM-IDX) TO PARENT-WORK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO PR-HIT-IDX
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > PARENT-COUNT
               IF PR-NAME(PR-IDX) = PARENT-WORK
                   MOVE PR-IDX TO PR-HIT-IDX
               END-IF
           END-PERFORM
           IF PR-HIT-IDX = 0 AND PARENT-COUNT < 20
               ADD 1 TO PARENT-COUNT
               MOVE PARENT-COUNT TO PR-HIT-IDX
               MOVE PARENT-WORK TO PR-NAME(PR-HIT-IDX)
               MOVE ZERO TO PR-BUDGET(PR-HIT-IDX)
               MOVE "N"  TO PR-BUDGET-FLAG(PR-HIT-IDX)
               MOVE ZERO TO PR-ACTUAL(PR-HIT-IDX)
           END-IF
           IF PR-HIT-IDX > 0
               ADD LF-BUDGET(LEAF-IDX) TO PR-BUDGET(PR-HIT-IDX)
               ADD LF-ACTUAL(LEAF-IDX) TO PR-ACTUAL(PR-HIT-IDX)
               IF LF-BUDGET-FLAG(LEAF-IDX) = "Y"
                   MOVE "Y" TO PR-BUDGET-FLAG(PR-HIT-IDX)
               END-IF
           END-IF.

       2500-PRINT-VARIANCE-LINE.
      * Variance is actual less budget, the percent against budget.
      * A zero budget with activity against it has no percent and
      * is always outside the band; no budget at all prints as NO
      * BUDGET and is flagged - spend nobody planned is exactly
      * what the desk wants to see.
           COMPUTE LINE-VARIANCE = LINE-ACTUAL - LINE-BUDGET
           MOVE LINE-ACTUAL   TO ACTUAL-EDITED
           MOVE LINE-VARIANCE TO VARIANCE-EDITED
           MOVE SPACES TO PCT-TEXT
           MOVE SPACES TO RPT-LINE
           MOVE LINE-LABEL TO RPT-LINE(1:22)
           IF NOT LINE-HAS-BUDGET
               MOVE "    NO BUDGET" TO RPT-LINE(24:13)
               MOVE ACTUAL-EDITED TO RPT-LINE(38:13)
               IF LINE-ACTUAL NOT = ZERO
                   MOVE "**" TO RPT-LINE(76:2)
                   ADD 1 TO FLAG-COUNT
               END-IF
               PERFORM 2900-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LINE-BUDGET TO BUDGET-EDITED
           MOVE BUDGET-EDITED   TO RPT-LINE(24:13)
           MOVE ACTUAL-EDITED   TO RPT-LINE(38:13)
           MOVE VARIANCE-EDITED TO RPT-LINE(52:13)
           IF LINE-BUDGET = ZERO
               MOVE "    N/A" TO PCT-TEXT
               IF LINE-ACTUAL NOT = ZERO
                   MOVE "**" TO RPT-LINE(76:2)
                   ADD 1 TO FLAG-COUNT
               END-IF
           ELSE
               COMPUTE LINE-PCT ROUNDED =
                   LINE-VARIANCE * 100 / LINE-BUDGET
                   ON SIZE ERROR
                       MOVE 999.9 TO LINE-PCT
               END-COMPUTE
               IF LINE-PCT < 0
                   COMPUTE LINE-PCT-ABS = 0 - LINE-PCT
               ELSE
                   MOVE LINE-PCT TO LINE-PCT-ABS
               END-IF
               IF LINE-PCT-ABS > 999.9
                   MOVE 999.9 TO LINE-PCT-ABS
                   IF LINE-PCT < 0
                       COMPUTE LINE-PCT = 0 - LINE-PCT-ABS
                   ELSE
                       MOVE LINE-PCT-ABS TO LINE-PCT
                   END-IF
               END-IF
               MOVE LINE-PCT TO PCT-EDITED
               STRING PCT-EDITED DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO PCT-TEXT
               END-STRING
               IF LINE-PCT-ABS > BAND-PCT
                   MOVE "**" TO RPT-LINE(76:2)
                   ADD 1 TO FLAG-COUNT
               END-IF
           END-IF
           MOVE PCT-TEXT TO RPT-LINE(67:7)
           PERFORM 2900-WRITE-RPT-LINE.

       2900-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       END PROGRAM BUDG-RPT.
