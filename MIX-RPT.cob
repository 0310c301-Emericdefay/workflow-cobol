       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIX-RPT.

      *****************************************************************
      * MIX-RPT - category mix-shift over a range of business dates.
      * The category subtotals are kept per clean run (SUMCATH, see
      * CBCATH); this prints, per table and per business date in the
      * range, each category's share of that day's total beside its
      * average share over the table's trailing clean runs, and the
      * move between the two in points:
      *   - "**"   the share moved more than the set number of points
      *            against the trailing average
      *   - "NEW"  the category was on none of the trailing runs
      *   - "GONE" the category was on the previous run and is not
      *            on this one (printed with a nil subtotal)
      * Environment:
      *   MIXFROM  first business date, YYYY-MM-DD (default the
      *            first of MIXTO's month)
      *   MIXTO    last business date, YYYY-MM-DD (default the
      *            business date, the wall clock's when no card)
      *   MIXPTS   flag threshold in whole points (default 5)
      *   MIXDAYS  trailing runs averaged, 1 to 31 (default 7)
      *   MIXTABLE one table only (default every table on file)
      * Only the latest run's set counts for a table and date - the
      * rule BUDG-RPT follows. Runs before MIXFROM are read back far
      * enough to fill the trailing window for the first days of
      * the range. Written to SUMMIXRPT through the shared report
      * writer. A date with more than 50 categories lists the first
      * 50 and a CUT line for the rest, whose subtotal still counts
      * in the day's total. RETURN-CODE 0 clean, 4 something
      * flagged or a date cut short, 8 bad range or no history.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATHFILE ASSIGN TO "SUMCATH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATH-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT SORTFILE ASSIGN TO "SRTMIX".

       DATA DIVISION.
       FILE SECTION.
       FD  CATHFILE.
           COPY CBCATH.

       FD  BDATEFILE.
           COPY CBBDATE.

       SD  SORTFILE.
       01  SRT-RECORD.
           05 SRT-TABLE-NAME    PIC X(30).
           05 SRT-RUN-DATE      PIC X(10).
           05 SRT-CATEGORY      PIC X(20).
           05 SRT-PARENT        PIC X(20).
           05 SRT-SUBTOTAL      PIC S9(11)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 CATH-FILE-STATUS    PIC XX.
           88 CATH-FILE-OK        VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 CATH-EOF-FLAG       PIC X.
           88 CATH-AT-EOF         VALUE "Y".
       01 SORT-EOF-FLAG       PIC X.
           88 SORT-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 FROM-DATE           PIC X(10).
       01 TO-DATE             PIC X(10).
       01 LEAD-DATE           PIC X(10).
       01 ONE-TABLE           PIC X(30).
       01 PARM-INPUT          PIC X(8).
       01 SHIFT-POINTS        PIC 9(3) VALUE 5.
       01 WINDOW-RUNS         PIC 99 VALUE 7.
       01 CURRENT-DATE-WORK   PIC X(8).
       01 CHECK-DATE          PIC X(10).
       01 DATE-DIGITS         PIC X(8).
       01 DATE-NUMBER REDEFINES DATE-DIGITS PIC 9(8).
       01 DATE-OK-FLAG        PIC X.
           88 DATE-IS-OK          VALUE "Y".
       01 DAY-INTEGER         PIC 9(8) COMP-5.
       01 LEAD-DAYS           PIC 9(3) COMP-5.
       01 LEAD-NUMBER         PIC 9(8).

      * The last run seen for each table and business date read -
      * a rerun appends a whole new set and only the latest counts.
       01 RUNSEEN-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 RUNSEEN-TABLE.
           05 RUNSEEN-ENTRY OCCURS 3000 TIMES.
               10 RS-TABLE-NAME   PIC X(30).
               10 RS-RUN-DATE     PIC X(10).
               10 RS-RUN-NUMBER   PIC 9(6).
       01 RS-IDX              PIC 9(4) COMP-5.
       01 RS-HIT-IDX          PIC 9(4) COMP-5.
       01 RS-FULL-FLAG        PIC X VALUE "N".
           88 RS-IS-FULL          VALUE "Y".

      * One business date's categories for the table, gathered off
      * the sort until the date breaks.
       01 CURRENT-TABLE       PIC X(30).
       01 CURRENT-DATE-KEY    PIC X(10).
       01 TABLE-HEADED-FLAG   PIC X.
           88 TABLE-IS-HEADED     VALUE "Y".
       01 DAY-COUNT           PIC 99 COMP-5 VALUE 0.
       01 DAY-TOTAL           PIC S9(13)V99 COMP-3.
       01 DAY-TABLE-WS.
           05 DAY-ENTRY OCCURS 50 TIMES.
               10 DC-CATEGORY     PIC X(20).
               10 DC-PARENT       PIC X(20).
               10 DC-SUBTOTAL     PIC S9(11)V99 COMP-3.
               10 DC-SHARE        PIC S9(5)V99 COMP-3.
       01 DAY-IDX             PIC 99 COMP-5.
      * Categories past the 50 held, and their subtotal.
       01 DAY-OVER-COUNT      PIC 9(5) VALUE 0.
       01 DAY-OVER-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.

      * The trailing window - each category's share on each of the
      * table's last WINDOW-RUNS runs, oldest first. A category off
      * a run holds a nil share and "N" for that run.
       01 WIN-DAYS            PIC 99 COMP-5 VALUE 0.
       01 WIN-COUNT           PIC 99 COMP-5 VALUE 0.
       01 WIN-TABLE-WS.
           05 WIN-ENTRY OCCURS 50 TIMES.
               10 WC-CATEGORY     PIC X(20).
               10 WC-PARENT       PIC X(20).
               10 WC-RUN OCCURS 31 TIMES.
                   15 WC-SHARE    PIC S9(5)V99 COMP-3.
                   15 WC-PRESENT  PIC X.
       01 WIN-IDX             PIC 99 COMP-5.
       01 WIN-HIT-IDX         PIC 99 COMP-5.
       01 RUN-IDX             PIC 99 COMP-5.
       01 WIN-FULL-FLAG       PIC X VALUE "N".
           88 WIN-IS-FULL         VALUE "Y".

       01 KEY-CATEGORY-WORK   PIC X(20).
       01 SHARE-SUM           PIC S9(7)V99 COMP-3.
       01 LINE-SHARE          PIC S9(5)V99 COMP-3.
       01 LINE-AVERAGE        PIC S9(5)V99 COMP-3.
       01 LINE-CHANGE         PIC S9(5)V99 COMP-3.
       01 LINE-CHANGE-ABS     PIC 9(5)V99 COMP-3.
       01 SEEN-FLAG           PIC X.
           88 SEEN-IN-WINDOW      VALUE "Y".

       01 TABLES-LISTED       PIC 9(5) VALUE 0.
       01 DAYS-LISTED         PIC 9(5) VALUE 0.
       01 FLAG-COUNT          PIC 9(5) VALUE 0.
       01 NEW-COUNT           PIC 9(5) VALUE 0.
       01 GONE-COUNT          PIC 9(5) VALUE 0.
       01 DAYS-CUT            PIC 9(5) VALUE 0.

       01 COUNT-EDITED        PIC ZZZZ9.
       01 COUNT-2-EDITED      PIC ZZZZ9.
       01 COUNT-3-EDITED      PIC ZZZZ9.
       01 POINTS-EDITED       PIC ZZ9.
       01 RUNS-EDITED         PIC Z9.
       01 SUBTOTAL-EDITED     PIC -ZZZZZZZZZZ9.99.
       01 TOTAL-EDITED        PIC -ZZZZZZZZZZZZ9.99.
       01 PCT-EDITED          PIC ---9.99.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-SET-RANGE
           IF NOT DATE-IS-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-FIND-LATEST-RUNS
           IF NOT CATH-FILE-OK
               MOVE "MIX-SHIFT: NO CATEGORY HISTORY (SUMCATH)"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RS-IS-FULL
               MOVE "MIX-SHIFT: OVER 3000 TABLE-DATES - RANGE CUT SHORT"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF

           PERFORM 6000-START-REPORT
           SORT SORTFILE
               ON ASCENDING KEY SRT-TABLE-NAME SRT-RUN-DATE
                                SRT-CATEGORY
               INPUT PROCEDURE IS 2000-GATHER-HISTORY
               OUTPUT PROCEDURE IS 4000-SHIFT-TABLES
           PERFORM 6600-PRINT-TOTALS
           PERFORM 6900-END-REPORT

           IF WIN-IS-FULL
               MOVE "MIX-SHIFT: OVER 50 CATEGORIES ON A TABLE"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           IF FLAG-COUNT > 0 OR NEW-COUNT > 0 OR GONE-COUNT > 0
               MOVE SPACES TO LOG-TEXT
               MOVE FLAG-COUNT TO COUNT-EDITED
               MOVE NEW-COUNT  TO COUNT-2-EDITED
               MOVE GONE-COUNT TO COUNT-3-EDITED
               STRING "MIX-SHIFT: " DELIMITED BY SIZE
                      FROM-DATE DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      TO-DATE DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " SHIFTED," DELIMITED BY SIZE
                      COUNT-2-EDITED DELIMITED BY SIZE
                      " NEW," DELIMITED BY SIZE
                      COUNT-3-EDITED DELIMITED BY SIZE
                      " GONE" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           IF DAYS-CUT > 0
               MOVE SPACES TO LOG-TEXT
               MOVE DAYS-CUT TO COUNT-EDITED
               STRING "MIX-SHIFT:" DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " DATE(S) OVER 50 CATEGORIES - CUT SHORT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-SET-RANGE.
      * MIXTO defaults to the business date, the wall clock's when
      * there is no card; MIXFROM to the first of MIXTO's month.
           MOVE SPACES TO TO-DATE
           ACCEPT TO-DATE FROM ENVIRONMENT "MIXTO"
           IF TO-DATE = SPACES
               OPEN INPUT BDATEFILE
               IF BDATE-FILE-OK
                   READ BDATEFILE
                       NOT AT END
                           MOVE BDATE-BUSINESS-DATE TO TO-DATE
                   END-READ
                   CLOSE BDATEFILE
               END-IF
           END-IF
           IF TO-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO CURRENT-DATE-WORK
               STRING CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
                   INTO TO-DATE
               END-STRING
           END-IF
           MOVE SPACES TO FROM-DATE
           ACCEPT FROM-DATE FROM ENVIRONMENT "MIXFROM"
           IF FROM-DATE = SPACES
               MOVE TO-DATE TO FROM-DATE
               MOVE "01" TO FROM-DATE(9:2)
           END-IF

           MOVE TO-DATE TO CHECK-DATE
           PERFORM 1900-CHECK-DATE
           IF NOT DATE-IS-OK
               MOVE SPACES TO LOG-TEXT
               STRING "MIX-SHIFT: MIXTO NOT A YYYY-MM-DD DATE: "
                          DELIMITED BY SIZE
                      TO-DATE DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           MOVE FROM-DATE TO CHECK-DATE
           PERFORM 1900-CHECK-DATE
           IF NOT DATE-IS-OK
               MOVE SPACES TO LOG-TEXT
               STRING "MIX-SHIFT: MIXFROM NOT A YYYY-MM-DD DATE: "
                          DELIMITED BY SIZE
                      FROM-DATE DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           IF FROM-DATE > TO-DATE
               MOVE SPACES TO LOG-TEXT
               STRING "MIX-SHIFT: MIXFROM " DELIMITED BY SIZE
                      FROM-DATE DELIMITED BY SIZE
                      " IS AFTER MIXTO " DELIMITED BY SIZE
                      TO-DATE DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE "N" TO DATE-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PARM-INPUT
           ACCEPT PARM-INPUT FROM ENVIRONMENT "MIXPTS"
           IF PARM-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARM-INPUT) = 0
                   MOVE FUNCTION NUMVAL(PARM-INPUT) TO SHIFT-POINTS
               END-IF
           END-IF
           MOVE SPACES TO PARM-INPUT
           ACCEPT PARM-INPUT FROM ENVIRONMENT "MIXDAYS"
           IF PARM-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARM-INPUT) = 0
                   MOVE FUNCTION NUMVAL(PARM-INPUT) TO WINDOW-RUNS
               END-IF
           END-IF
           IF WINDOW-RUNS < 1 OR WINDOW-RUNS > 31
               MOVE 7 TO WINDOW-RUNS
           END-IF
           MOVE SPACES TO ONE-TABLE
           ACCEPT ONE-TABLE FROM ENVIRONMENT "MIXTABLE"

      * Three calendar days per trailing run read back ahead of the
      * range, enough to cover weekends and holidays with no run.
      * DATE-NUMBER still holds MIXFROM from its check above.
           COMPUTE LEAD-DAYS = WINDOW-RUNS * 3
           COMPUTE DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-NUMBER)
           SUBTRACT LEAD-DAYS FROM DAY-INTEGER
           COMPUTE LEAD-NUMBER = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
           MOVE SPACES TO LEAD-DATE
           STRING LEAD-NUMBER(1:4) DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  LEAD-NUMBER(5:2) DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  LEAD-NUMBER(7:2) DELIMITED BY SIZE
               INTO LEAD-DATE
           END-STRING.

       0200-FIND-LATEST-RUNS.
      * First pass over the history - the last run number appended
      * for each table and business date from the lead-in on.
           MOVE 0 TO RUNSEEN-COUNT
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
                       PERFORM 0210-NOTE-RUN
               END-READ
           END-PERFORM
           CLOSE CATHFILE.

       0210-NOTE-RUN.
           IF CATH-RUN-DATE < LEAD-DATE OR CATH-RUN-DATE > TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF ONE-TABLE NOT = SPACES AND
              CATH-TABLE-NAME NOT = ONE-TABLE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RS-HIT-IDX
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RUNSEEN-COUNT
               IF RS-TABLE-NAME(RS-IDX) = CATH-TABLE-NAME AND
                  RS-RUN-DATE(RS-IDX) = CATH-RUN-DATE
                   MOVE RS-IDX TO RS-HIT-IDX
               END-IF
           END-PERFORM
           IF RS-HIT-IDX = 0
               IF RUNSEEN-COUNT >= 3000
                   SET RS-IS-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RUNSEEN-COUNT
               MOVE RUNSEEN-COUNT TO RS-HIT-IDX
               MOVE CATH-TABLE-NAME TO RS-TABLE-NAME(RS-HIT-IDX)
               MOVE CATH-RUN-DATE   TO RS-RUN-DATE(RS-HIT-IDX)
           END-IF
           MOVE CATH-RUN-NUMBER TO RS-RUN-NUMBER(RS-HIT-IDX).

       1900-CHECK-DATE.
           MOVE "N" TO DATE-OK-FLAG
           MOVE SPACES TO DATE-DIGITS
           STRING CHECK-DATE(1:4) DELIMITED BY SIZE
                  CHECK-DATE(6:2) DELIMITED BY SIZE
                  CHECK-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-DIGITS
           END-STRING
           IF CHECK-DATE(5:1) NOT = "-" OR
              CHECK-DATE(8:1) NOT = "-" OR
              DATE-DIGITS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUMBER) = 0
               SET DATE-IS-OK TO TRUE
           END-IF.

       2000-GATHER-HISTORY.
      * Second pass - only the latest run's set for each table and
      * date goes to the sort.
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
                       PERFORM 2100-RELEASE-CATEGORY
               END-READ
           END-PERFORM
           CLOSE CATHFILE.

       2100-RELEASE-CATEGORY.
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
           MOVE CATH-TABLE-NAME TO SRT-TABLE-NAME
           MOVE CATH-RUN-DATE   TO SRT-RUN-DATE
      * A blank group key is a category of its own - named so it
      * shows on the page.
           IF CATH-CATEGORY = SPACES
               MOVE "*BLANK*" TO SRT-CATEGORY
           ELSE
               MOVE CATH-CATEGORY TO SRT-CATEGORY
           END-IF
           MOVE CATH-PARENT     TO SRT-PARENT
           MOVE CATH-SUBTOTAL   TO SRT-SUBTOTAL
           RELEASE SRT-RECORD.

       4000-SHIFT-TABLES.
      * Sorted by table, date and category. Each date's categories
      * are gathered, then printed (when the date is in the range)
      * against the window and pushed onto it; a new table starts
      * an empty window.
           MOVE "N" TO SORT-EOF-FLAG
           MOVE SPACES TO CURRENT-TABLE
           MOVE SPACES TO CURRENT-DATE-KEY
           MOVE 0 TO DAY-COUNT
           PERFORM UNTIL SORT-AT-EOF
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-EOF TO TRUE
                   NOT AT END
                       IF SRT-TABLE-NAME NOT = CURRENT-TABLE
                           PERFORM 4200-END-DAY
                           PERFORM 4100-START-TABLE
                       ELSE
                           IF SRT-RUN-DATE NOT = CURRENT-DATE-KEY
                               PERFORM 4200-END-DAY
                               MOVE SRT-RUN-DATE TO CURRENT-DATE-KEY
                           END-IF
                       END-IF
                       PERFORM 4150-TAKE-CATEGORY
               END-RETURN
           END-PERFORM
           PERFORM 4200-END-DAY
           IF TABLES-LISTED = 0
               MOVE "NO CATEGORY HISTORY IN THE RANGE" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       4100-START-TABLE.
           MOVE SRT-TABLE-NAME TO CURRENT-TABLE
           MOVE SRT-RUN-DATE   TO CURRENT-DATE-KEY
           MOVE "N" TO TABLE-HEADED-FLAG
           MOVE 0 TO WIN-DAYS
           MOVE 0 TO WIN-COUNT.

       4150-TAKE-CATEGORY.
           IF DAY-COUNT >= 50
               ADD 1 TO DAY-OVER-COUNT
               ADD SRT-SUBTOTAL TO DAY-OVER-TOTAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DAY-COUNT
           MOVE SRT-CATEGORY TO DC-CATEGORY(DAY-COUNT)
           MOVE SRT-PARENT   TO DC-PARENT(DAY-COUNT)
           MOVE SRT-SUBTOTAL TO DC-SUBTOTAL(DAY-COUNT).

       4200-END-DAY.
           IF DAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
      * The categories cut off still count in the day's total, so
      * the shares listed are shares of the whole day.
           MOVE DAY-OVER-TOTAL TO DAY-TOTAL
           IF DAY-OVER-COUNT > 0
               ADD 1 TO DAYS-CUT
           END-IF
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               ADD DC-SUBTOTAL(DAY-IDX) TO DAY-TOTAL
           END-PERFORM
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               IF DAY-TOTAL = 0
                   MOVE 0 TO DC-SHARE(DAY-IDX)
               ELSE
                   COMPUTE DC-SHARE(DAY-IDX) ROUNDED =
                       DC-SUBTOTAL(DAY-IDX) * 100 / DAY-TOTAL
               END-IF
           END-PERFORM
           IF CURRENT-DATE-KEY NOT < FROM-DATE
               PERFORM 5000-PRINT-DAY
           END-IF
           PERFORM 4300-PUSH-WINDOW
           MOVE 0 TO DAY-COUNT
           MOVE 0 TO DAY-OVER-COUNT
           MOVE 0 TO DAY-OVER-TOTAL.

       4300-PUSH-WINDOW.
      * A full window drops its oldest run, then every category gets
      * a nil run on the end which today's categories fill in.
           IF WIN-DAYS >= WINDOW-RUNS
               PERFORM VARYING WIN-IDX FROM 1 BY 1
                       UNTIL WIN-IDX > WIN-COUNT
                   PERFORM VARYING RUN-IDX FROM 2 BY 1
                           UNTIL RUN-IDX > WIN-DAYS
                       MOVE WC-RUN(WIN-IDX, RUN-IDX)
                           TO WC-RUN(WIN-IDX, RUN-IDX - 1)
                   END-PERFORM
               END-PERFORM
               SUBTRACT 1 FROM WIN-DAYS
           END-IF
           ADD 1 TO WIN-DAYS
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WIN-COUNT
               MOVE 0   TO WC-SHARE(WIN-IDX, WIN-DAYS)
               MOVE "N" TO WC-PRESENT(WIN-IDX, WIN-DAYS)
           END-PERFORM
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               MOVE DC-CATEGORY(DAY-IDX) TO KEY-CATEGORY-WORK
               PERFORM 4400-FIND-WINDOW-CATEGORY
               IF WIN-HIT-IDX = 0
                   IF WIN-COUNT >= 50
                       SET WIN-IS-FULL TO TRUE
                   ELSE
                       ADD 1 TO WIN-COUNT
                       MOVE WIN-COUNT TO WIN-HIT-IDX
                       MOVE KEY-CATEGORY-WORK
                           TO WC-CATEGORY(WIN-HIT-IDX)
                       PERFORM VARYING RUN-IDX FROM 1 BY 1
                               UNTIL RUN-IDX > WIN-DAYS
                           MOVE 0   TO WC-SHARE(WIN-HIT-IDX, RUN-IDX)
                           MOVE "N" TO WC-PRESENT(WIN-HIT-IDX, RUN-IDX)
                       END-PERFORM
                   END-IF
               END-IF
               IF WIN-HIT-IDX > 0
                   MOVE DC-PARENT(DAY-IDX) TO WC-PARENT(WIN-HIT-IDX)
                   MOVE DC-SHARE(DAY-IDX)
                       TO WC-SHARE(WIN-HIT-IDX, WIN-DAYS)
                   MOVE "Y" TO WC-PRESENT(WIN-HIT-IDX, WIN-DAYS)
               END-IF
           END-PERFORM.

       4400-FIND-WINDOW-CATEGORY.
           MOVE 0 TO WIN-HIT-IDX
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WIN-COUNT OR WIN-HIT-IDX > 0
               IF WC-CATEGORY(WIN-IDX) = KEY-CATEGORY-WORK
                   MOVE WIN-IDX TO WIN-HIT-IDX
               END-IF
           END-PERFORM.

       4500-WINDOW-AVERAGE.
      * The category's average share over the window's runs, a run
      * it was off counting as nil; SEEN-IN-WINDOW when it was on
      * any of them.
           MOVE 0 TO SHARE-SUM
           MOVE "N" TO SEEN-FLAG
           MOVE 0 TO LINE-AVERAGE
           IF WIN-HIT-IDX = 0 OR WIN-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > WIN-DAYS
               ADD WC-SHARE(WIN-HIT-IDX, RUN-IDX) TO SHARE-SUM
               IF WC-PRESENT(WIN-HIT-IDX, RUN-IDX) = "Y"
                   SET SEEN-IN-WINDOW TO TRUE
               END-IF
           END-PERFORM
           COMPUTE LINE-AVERAGE ROUNDED = SHARE-SUM / WIN-DAYS.

       5000-PRINT-DAY.
           IF NOT TABLE-IS-HEADED
               PERFORM 5100-PRINT-TABLE-HEADING
           END-IF
           ADD 1 TO DAYS-LISTED
           MOVE DAY-TOTAL TO TOTAL-EDITED
           MOVE WIN-DAYS TO RUNS-EDITED
           STRING "DATE " DELIMITED BY SIZE
                  CURRENT-DATE-KEY DELIMITED BY SIZE
                  "   TOTAL " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
                  "   AVERAGED OVER" DELIMITED BY SIZE
                  RUNS-EDITED DELIMITED BY SIZE
                  " RUN(S)" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               PERFORM 5200-PRINT-CATEGORY
           END-PERFORM
           IF DAY-OVER-COUNT > 0
               MOVE DAY-OVER-COUNT TO COUNT-EDITED
               STRING "OVER 50, NOT LISTED:" DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE(3:33)
               END-STRING
               MOVE DAY-OVER-TOTAL TO SUBTOTAL-EDITED
               MOVE SUBTOTAL-EDITED TO RPT-LINE(37:15)
               MOVE "CUT" TO RPT-LINE(77:4)
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
      * Categories on the previous run that this one no longer has.
           IF WIN-DAYS > 0
               PERFORM VARYING WIN-HIT-IDX FROM 1 BY 1
                       UNTIL WIN-HIT-IDX > WIN-COUNT
                   IF WC-PRESENT(WIN-HIT-IDX, WIN-DAYS) = "Y"
                       MOVE WC-CATEGORY(WIN-HIT-IDX)
                           TO KEY-CATEGORY-WORK
                       PERFORM 5300-CHECK-GONE
                   END-IF
               END-PERFORM
           END-IF.

       5100-PRINT-TABLE-HEADING.
           SET TABLE-IS-HEADED TO TRUE
           ADD 1 TO TABLES-LISTED
           MOVE SPACES TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           STRING "TABLE " DELIMITED BY SIZE
                  CURRENT-TABLE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "CATEGORY"  TO RPT-LINE(3:20)
           MOVE "PARENT"    TO RPT-LINE(24:12)
           MOVE "SUBTOTAL"  TO RPT-LINE(44:8)
           MOVE " SHARE%"   TO RPT-LINE(53:7)
           MOVE "   AVG%"   TO RPT-LINE(61:7)
           MOVE " CHANGE"   TO RPT-LINE(69:7)
           MOVE "FLAG"      TO RPT-LINE(77:4)
           PERFORM 6800-WRITE-RPT-LINE.

       5200-PRINT-CATEGORY.
           MOVE DC-CATEGORY(DAY-IDX) TO KEY-CATEGORY-WORK
           PERFORM 4400-FIND-WINDOW-CATEGORY
           PERFORM 4500-WINDOW-AVERAGE
           MOVE DC-SHARE(DAY-IDX) TO LINE-SHARE
           MOVE DC-CATEGORY(DAY-IDX) TO RPT-LINE(3:20)
           MOVE DC-PARENT(DAY-IDX)   TO RPT-LINE(24:12)
           MOVE DC-SUBTOTAL(DAY-IDX) TO SUBTOTAL-EDITED
           MOVE SUBTOTAL-EDITED      TO RPT-LINE(37:15)
           PERFORM 5500-SHARE-FIGURES
           IF WIN-DAYS > 0 AND NOT SEEN-IN-WINDOW
               MOVE "NEW" TO RPT-LINE(77:4)
               ADD 1 TO NEW-COUNT
           ELSE
               IF WIN-DAYS > 0 AND LINE-CHANGE-ABS > SHIFT-POINTS
                   MOVE "**" TO RPT-LINE(77:4)
                   ADD 1 TO FLAG-COUNT
               END-IF
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       5300-CHECK-GONE.
      * On a date cut short a category sorting after the last one
      * held may be among those cut - not called gone.
           IF DAY-OVER-COUNT > 0 AND
              KEY-CATEGORY-WORK > DC-CATEGORY(DAY-COUNT)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SEEN-FLAG
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               IF DC-CATEGORY(DAY-IDX) = KEY-CATEGORY-WORK
                   SET SEEN-IN-WINDOW TO TRUE
               END-IF
           END-PERFORM
           IF SEEN-IN-WINDOW
               EXIT PARAGRAPH
           END-IF
           PERFORM 4500-WINDOW-AVERAGE
           MOVE 0 TO LINE-SHARE
           MOVE WC-CATEGORY(WIN-HIT-IDX) TO RPT-LINE(3:20)
           MOVE WC-PARENT(WIN-HIT-IDX)   TO RPT-LINE(24:12)
           MOVE 0 TO SUBTOTAL-EDITED
           MOVE SUBTOTAL-EDITED          TO RPT-LINE(37:15)
           PERFORM 5500-SHARE-FIGURES
           MOVE "GONE" TO RPT-LINE(77:4)
           ADD 1 TO GONE-COUNT
           PERFORM 6800-WRITE-RPT-LINE.

       5500-SHARE-FIGURES.
      * Share, trailing average and the move between them, each held
      * to what the column can show.
           COMPUTE LINE-CHANGE = LINE-SHARE - LINE-AVERAGE
           IF LINE-CHANGE < 0
               COMPUTE LINE-CHANGE-ABS = 0 - LINE-CHANGE
           ELSE
               MOVE LINE-CHANGE TO LINE-CHANGE-ABS
           END-IF
           MOVE LINE-SHARE TO PCT-EDITED
           MOVE PCT-EDITED TO RPT-LINE(53:7)
           IF WIN-DAYS > 0
               MOVE LINE-AVERAGE TO PCT-EDITED
               MOVE PCT-EDITED TO RPT-LINE(61:7)
               MOVE LINE-CHANGE TO PCT-EDITED
               MOVE PCT-EDITED TO RPT-LINE(69:7)
           END-IF.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"      TO RW-ACTION
           MOVE "SUMMIXRPT" TO RW-FILE-NAME
           MOVE "CATEGORY MIX-SHIFT" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SHIFT-POINTS TO POINTS-EDITED
           MOVE WINDOW-RUNS TO RUNS-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "BUSINESS DATES " DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  TO-DATE DELIMITED BY SIZE
                  "   FLAG AT +/-" DELIMITED BY SIZE
                  POINTS-EDITED DELIMITED BY SIZE
                  " POINTS OVER" DELIMITED BY SIZE
                  RUNS-EDITED DELIMITED BY SIZE
                  " RUNS" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       6600-PRINT-TOTALS.
           MOVE DAYS-LISTED TO COUNT-EDITED
           STRING "TABLE-DATES LISTED  " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE FLAG-COUNT TO COUNT-EDITED
           STRING "SHARES SHIFTED      " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE NEW-COUNT TO COUNT-EDITED
           STRING "NEW CATEGORIES      " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE GONE-COUNT TO COUNT-EDITED
           STRING "VANISHED CATEGORIES " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE DAYS-CUT TO COUNT-EDITED
           STRING "DATES CUT SHORT     " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6850-WRITE-TOTAL-LINE.
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6900-END-REPORT.
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       END PROGRAM MIX-RPT.
