       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CMP.

      *****************************************************************
      * RUN-CMP - run-to-run comparison inquiry, in the RUNH-INQ
      * mould. When two nights produce different totals for what
      * should be the same data, the first hour used to go on
      * working out what differed between the runs. The operator
      * names two official run numbers (see CBRUNNO) and sees them
      * side by side:
      *   - the card each ran with, after any profile overlay
      *     (SUMRUNCD, see CBRUNCD), field by field;
      *   - the control-file snapshot in force for each - the last
      *     SUMCFGH entry per file taken before the run started
      *     (see CBCFGSN);
      *   - each table's outcome, rows, NULL and duplicate counts
      *     and total off the run history (SUMRUNH, see CBRUNH -
      *     the same fields SUMSTAT carries for the latest run only);
      *   - the group subtotals each clean run left on SUMCATH;
      *   - start, end and elapsed time.
      * Every pair that differs is marked "**". The "what changed"
      * summary leads: parameters, controls and results each same or
      * changed, and a verdict naming where the difference lies. The
      * SUMPARM snapshot is shown with the controls but judged with
      * the parameters - the card itself is compared there, profile
      * overlay and all. Timings are marked but never judged: two
      * runs never take the same time. A run recorded before its
      * card or counts were carried shows them as not recorded.
      * Blank run number ends the session.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHFILE ASSIGN TO "SUMRUNH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS RUNH-FILE-STATUS.
           SELECT RUNCDFILE ASSIGN TO "SUMRUNCD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNCD-FILE-STATUS.
           SELECT CFGHFILE ASSIGN TO "SUMCFGH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CFGH-FILE-STATUS.
           SELECT CATHFILE ASSIGN TO "SUMCATH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNHFILE.
           COPY CBRUNH.

       FD  RUNCDFILE.
           COPY CBRUNCD.

       FD  CFGHFILE.
           COPY CBCFGSN REPLACING LEADING ==CFG-== BY ==CFGH-==
                                  ==CFGSN-RECORD== BY ==CFGH-RECORD==.

       FD  CATHFILE.
           COPY CBCATH.

       WORKING-STORAGE SECTION.
       01 RUNH-FILE-STATUS   PIC XX.
           88 RUNH-FILE-OK       VALUE "00".
       01 RUNCD-FILE-STATUS  PIC XX.
           88 RUNCD-FILE-OK      VALUE "00".
       01 CFGH-FILE-STATUS   PIC XX.
           88 CFGH-FILE-OK       VALUE "00".
       01 CATH-FILE-STATUS   PIC XX.
           88 CATH-FILE-OK       VALUE "00".
       01 EOF-FLAG           PIC X.
           88 AT-EOF             VALUE "Y".
       01 DONE-FLAG          PIC X VALUE "N".
           88 INQUIRY-IS-DONE    VALUE "Y".
       01 OPERATOR-INPUT     PIC X(64).

      * The two cards, field by field - the MAINT-MENU ORIG- view.
           COPY CBPARM REPLACING LEADING ==PARM-== BY ==CARDA-==.
           COPY CBPARM REPLACING LEADING ==PARM-== BY ==CARDB-==.

      * Everything known about each run, side 1 and side 2.
       01 CMP-SIDES.
           05 CMP-SIDE OCCURS 2 TIMES.
               10 CS-RUN-NUMBER      PIC 9(6).
               10 CS-RUNH-FLAG       PIC X.
                   88 CS-RUNH-FOUND      VALUE "Y".
               10 CS-RUN-DATE        PIC X(10).
               10 CS-START-TS        PIC X(16).
               10 CS-END-TS          PIC X(16).
               10 CS-CARD-FLAG       PIC X.
                   88 CS-CARD-FOUND      VALUE "Y".
               10 CS-PROFILE-NAME    PIC X(8).
               10 CS-CARD-LOADED     PIC X.
               10 CS-CARD-IMAGE      PIC X(538).
               10 CS-TABLE-COUNT     PIC 99 COMP-5.
               10 CS-TABLE OCCURS 30 TIMES.
                   15 CST-NAME       PIC X(30).
                   15 CST-OUTCOME    PIC X(8).
                   15 CST-RC         PIC 99.
                   15 CST-ROWS       PIC 9(9).
                   15 CST-NULLS      PIC 9(9).
                   15 CST-DUPS       PIC 9(9).
                   15 CST-TOTAL      PIC S9(9)V99 COMP-3.
               10 CS-CFG-COUNT       PIC 99 COMP-5.
               10 CS-CFG OCCURS 10 TIMES.
                   15 CSF-NAME       PIC X(10).
                   15 CSF-COUNT      PIC 9(9).
                   15 CSF-HASH       PIC 9(15).
               10 CS-CAT-COUNT       PIC 9(3) COMP-5.
               10 CS-CAT OCCURS 200 TIMES.
                   15 CSC-TABLE      PIC X(30).
                   15 CSC-CATEGORY   PIC X(20).
                   15 CSC-SUBTOTAL   PIC S9(11)V99 COMP-3.
                   15 CSC-ROWS       PIC 9(9).
       01 SIDE-IDX           PIC 9 COMP-5.
       01 OTHER-IDX          PIC 9 COMP-5.
       01 ITEM-IDX           PIC 9(3) COMP-5.
       01 MATCH-IDX          PIC 9(3) COMP-5.
       01 A-IDX              PIC 9(3) COMP-5.
       01 B-IDX              PIC 9(3) COMP-5.
       01 SHOWN-TABLE        PIC X(30).

      * One compared pair. PAIR-KIND says which judgment a
      * difference counts toward: P parameters, C controls, R
      * results, T timing (marked, never judged).
       01 PAIR-LABEL         PIC X(20).
       01 PAIR-A             PIC X(64).
       01 PAIR-B             PIC X(64).
       01 PAIR-KIND          PIC X.
           88 PAIR-IS-PARM       VALUE "P".
           88 PAIR-IS-CONTROL    VALUE "C".
           88 PAIR-IS-RESULT     VALUE "R".
           88 PAIR-IS-TIMING     VALUE "T".
       01 PAIR-LINE.
           05 PL-INDENT          PIC X(2).
           05 PL-LABEL           PIC X(20).
           05 FILLER             PIC X.
           05 PL-A               PIC X(26).
           05 FILLER             PIC X.
           05 PL-B               PIC X(26).
           05 FILLER             PIC X.
           05 PL-MARK            PIC X(2).
           05 FILLER             PIC X.
       01 OUT-LINE           PIC X(80).

      * The detail is built ahead of the summary - the verdict is
      * only known once every pair has been compared - and shown
      * after it.
       01 DETAIL-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 DETAIL-TABLE.
           05 DETAIL-LINE OCCURS 900 TIMES PIC X(80).
       01 DETAIL-IDX         PIC 9(4) COMP-5.
       01 DETAIL-OVFL-FLAG   PIC X.
           88 DETAIL-OVERFLOWED  VALUE "Y".

       01 PARM-DIFFS         PIC 9(4).
      * Parameter differences before the card's own fields.
       01 PARM-DIFFS-BEFORE  PIC 9(4).
       01 CONTROL-DIFFS      PIC 9(4).
       01 RESULT-DIFFS       PIC 9(4).
       01 TIMING-DIFFS       PIC 9(4).
       01 PARM-UNKNOWN-FLAG  PIC X.
           88 PARMS-UNKNOWN      VALUE "Y".
       01 CONTROL-UNKNOWN-FLAG PIC X.
           88 CONTROLS-UNKNOWN   VALUE "Y".
       01 DIFF-EDITED        PIC ZZZ9.

       01 TOTAL-SHOWN        PIC -,---,---,--9.99.
       01 SUBTOTAL-SHOWN     PIC --,---,---,--9.99.
       01 COUNT-SHOWN        PIC ZZZ,ZZZ,ZZ9.
       01 SNAP-COUNT-SHOWN   PIC Z(8)9.
       01 ELAPSED-SHOWN      PIC ZZZ,ZZZ,ZZ9.
       01 ELAPSED-TEXT       PIC X(11).
       01 RUN-A-EDITED       PIC 9(6).
       01 RUN-B-EDITED       PIC 9(6).

      * Elapsed seconds across midnight - the INTEGER-OF-DATE
      * arithmetic ALERT-ESC ages alerts with.
       01 TS-WORK            PIC X(16).
       01 TS-PARTS REDEFINES TS-WORK.
           05 TS-YMD             PIC 9(8).
           05 TS-HH              PIC 99.
           05 TS-MI              PIC 99.
           05 TS-SS              PIC 99.
           05 TS-CC              PIC 99.
       01 TS-SECONDS         PIC S9(13) COMP-3.
       01 START-SECONDS      PIC S9(13) COMP-3.
       01 ELAPSED-SECONDS    PIC S9(13) COMP-3.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "RUN-TO-RUN COMPARISON - BLANK RUN NUMBER TO EXIT"
           PERFORM UNTIL INQUIRY-IS-DONE
               DISPLAY "First run number: "
               ACCEPT OPERATOR-INPUT
               IF OPERATOR-INPUT = SPACES
                   SET INQUIRY-IS-DONE TO TRUE
               ELSE
                   PERFORM 0100-TAKE-RUN-NUMBERS
               END-IF
           END-PERFORM
           STOP RUN.

       0100-TAKE-RUN-NUMBERS.
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "Not a number: " OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE CMP-SIDES
           MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO CS-RUN-NUMBER(1)
           DISPLAY "Second run number: "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES OR
              FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "Not a number: " OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO CS-RUN-NUMBER(2)
           PERFORM 1000-LOAD-RUN-HISTORY
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               IF NOT CS-RUNH-FOUND(SIDE-IDX)
                   DISPLAY "Run " CS-RUN-NUMBER(SIDE-IDX)
                           " is not on the SUMRUNH run history."
               END-IF
           END-PERFORM
           IF NOT CS-RUNH-FOUND(1) OR NOT CS-RUNH-FOUND(2)
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-LOAD-RUN-CARDS
           PERFORM 1200-LOAD-CONTROL-SNAPSHOTS
           PERFORM 1300-LOAD-SUBTOTALS
           PERFORM 2000-COMPARE-RUNS
           PERFORM 3000-SHOW-COMPARISON.

       1000-LOAD-RUN-HISTORY.
      * One pass in key order - the run number is not the key, so
      * the whole history is read, the RUN-REV way. A manifest run
      * has one record per table plus its *MANIFEST* summary.
           OPEN INPUT RUNHFILE
           IF NOT RUNH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ RUNHFILE NEXT RECORD
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING SIDE-IDX FROM 1 BY 1
                               UNTIL SIDE-IDX > 2
                           IF RUNH-RUN-NUMBER NUMERIC AND
                              RUNH-RUN-NUMBER =
                                  CS-RUN-NUMBER(SIDE-IDX)
                               PERFORM 1010-TAKE-RUNH-RECORD
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RUNHFILE.

       1010-TAKE-RUNH-RECORD.
           IF NOT CS-RUNH-FOUND(SIDE-IDX)
               SET CS-RUNH-FOUND(SIDE-IDX) TO TRUE
               MOVE RUNH-RUN-DATE TO CS-RUN-DATE(SIDE-IDX)
               MOVE RUNH-START-TS TO CS-START-TS(SIDE-IDX)
               MOVE RUNH-END-TS   TO CS-END-TS(SIDE-IDX)
           END-IF
           IF RUNH-START-TS < CS-START-TS(SIDE-IDX)
               MOVE RUNH-START-TS TO CS-START-TS(SIDE-IDX)
           END-IF
           IF RUNH-END-TS > CS-END-TS(SIDE-IDX)
               MOVE RUNH-END-TS TO CS-END-TS(SIDE-IDX)
           END-IF
           IF CS-TABLE-COUNT(SIDE-IDX) >= 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CS-TABLE-COUNT(SIDE-IDX)
           MOVE CS-TABLE-COUNT(SIDE-IDX) TO ITEM-IDX
           MOVE RUNH-TABLE-NAME   TO CST-NAME(SIDE-IDX, ITEM-IDX)
           MOVE RUNH-OUTCOME-CODE TO CST-OUTCOME(SIDE-IDX, ITEM-IDX)
           MOVE RUNH-RETURN-CODE  TO CST-RC(SIDE-IDX, ITEM-IDX)
           MOVE RUNH-ROWS         TO CST-ROWS(SIDE-IDX, ITEM-IDX)
           MOVE RUNH-TOTAL        TO CST-TOTAL(SIDE-IDX, ITEM-IDX)
           IF RUNH-NULL-COUNT NUMERIC
               MOVE RUNH-NULL-COUNT TO CST-NULLS(SIDE-IDX, ITEM-IDX)
           END-IF
           IF RUNH-DUP-COUNT NUMERIC
               MOVE RUNH-DUP-COUNT TO CST-DUPS(SIDE-IDX, ITEM-IDX)
           END-IF.

       1100-LOAD-RUN-CARDS.
           OPEN INPUT RUNCDFILE
           IF NOT RUNCD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ RUNCDFILE
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING SIDE-IDX FROM 1 BY 1
                               UNTIL SIDE-IDX > 2
                           IF RUNCD-RUN-NUMBER NUMERIC AND
                              RUNCD-RUN-NUMBER =
                                  CS-RUN-NUMBER(SIDE-IDX)
                               SET CS-CARD-FOUND(SIDE-IDX) TO TRUE
                               MOVE RUNCD-PROFILE-NAME
                                   TO CS-PROFILE-NAME(SIDE-IDX)
                               MOVE RUNCD-CARD-LOADED
                                   TO CS-CARD-LOADED(SIDE-IDX)
                               MOVE RUNCD-PARM-IMAGE
                                   TO CS-CARD-IMAGE(SIDE-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RUNCDFILE.

       1200-LOAD-CONTROL-SNAPSHOTS.
      * The history is appended in run order, so the last entry per
      * file taken before a run started is the one it ran under.
           OPEN INPUT CFGHFILE
           IF NOT CFGH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ CFGHFILE
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING SIDE-IDX FROM 1 BY 1
                               UNTIL SIDE-IDX > 2
                           IF CFGH-TAKEN-TS <= CS-START-TS(SIDE-IDX)
                               PERFORM 1210-TAKE-SNAPSHOT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CFGHFILE.

       1210-TAKE-SNAPSHOT.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > CS-CFG-COUNT(SIDE-IDX)
               IF CSF-NAME(SIDE-IDX, ITEM-IDX) = CFGH-FILE-NAME
                   MOVE ITEM-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               IF CS-CFG-COUNT(SIDE-IDX) >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CS-CFG-COUNT(SIDE-IDX)
               MOVE CS-CFG-COUNT(SIDE-IDX) TO MATCH-IDX
               MOVE CFGH-FILE-NAME TO CSF-NAME(SIDE-IDX, MATCH-IDX)
           END-IF
           MOVE CFGH-RECORD-COUNT TO CSF-COUNT(SIDE-IDX, MATCH-IDX)
           MOVE CFGH-HASH         TO CSF-HASH(SIDE-IDX, MATCH-IDX).

       1300-LOAD-SUBTOTALS.
           OPEN INPUT CATHFILE
           IF NOT CATH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ CATHFILE
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING SIDE-IDX FROM 1 BY 1
                               UNTIL SIDE-IDX > 2
                           IF CATH-RUN-NUMBER NUMERIC AND
                              CATH-RUN-NUMBER =
                                  CS-RUN-NUMBER(SIDE-IDX) AND
                              CS-CAT-COUNT(SIDE-IDX) < 200
                               ADD 1 TO CS-CAT-COUNT(SIDE-IDX)
                               MOVE CS-CAT-COUNT(SIDE-IDX) TO ITEM-IDX
                               MOVE CATH-TABLE-NAME
                                   TO CSC-TABLE(SIDE-IDX, ITEM-IDX)
                               MOVE CATH-CATEGORY
                                   TO CSC-CATEGORY(SIDE-IDX, ITEM-IDX)
                               MOVE CATH-SUBTOTAL
                                   TO CSC-SUBTOTAL(SIDE-IDX, ITEM-IDX)
                               MOVE CATH-ROW-COUNT
                                   TO CSC-ROWS(SIDE-IDX, ITEM-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CATHFILE.

       2000-COMPARE-RUNS.
           MOVE 0 TO DETAIL-COUNT
           MOVE "N" TO DETAIL-OVFL-FLAG
           MOVE 0 TO PARM-DIFFS
           MOVE 0 TO CONTROL-DIFFS
           MOVE 0 TO RESULT-DIFFS
           MOVE 0 TO TIMING-DIFFS
           MOVE "N" TO PARM-UNKNOWN-FLAG
           MOVE "N" TO CONTROL-UNKNOWN-FLAG
           PERFORM 2100-COMPARE-TIMING
           PERFORM 2200-COMPARE-PARAMETERS
           PERFORM 2300-COMPARE-CONTROLS
           PERFORM 2400-COMPARE-RESULTS
           PERFORM 2500-COMPARE-SUBTOTALS.

       2100-COMPARE-TIMING.
           MOVE "RUN" TO OUT-LINE
           PERFORM 9100-ADD-LINE
           MOVE "T" TO PAIR-KIND
           MOVE "BUSINESS DATE" TO PAIR-LABEL
           MOVE CS-RUN-DATE(1) TO PAIR-A
           MOVE CS-RUN-DATE(2) TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "STARTED" TO PAIR-LABEL
           MOVE CS-START-TS(1) TO PAIR-A
           MOVE CS-START-TS(2) TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "ENDED" TO PAIR-LABEL
           MOVE CS-END-TS(1) TO PAIR-A
           MOVE CS-END-TS(2) TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "ELAPSED SECONDS" TO PAIR-LABEL
           MOVE 1 TO SIDE-IDX
           PERFORM 8000-ELAPSED-OF-SIDE
           MOVE ELAPSED-TEXT TO PAIR-A
           MOVE 2 TO SIDE-IDX
           PERFORM 8000-ELAPSED-OF-SIDE
           MOVE ELAPSED-TEXT TO PAIR-B
           PERFORM 9000-ADD-PAIR.

       2200-COMPARE-PARAMETERS.
           MOVE "PARAMETER CARD" TO OUT-LINE
           PERFORM 9100-ADD-LINE
           IF NOT CS-CARD-FOUND(1) OR NOT CS-CARD-FOUND(2)
               SET PARMS-UNKNOWN TO TRUE
               PERFORM VARYING SIDE-IDX FROM 1 BY 1
                       UNTIL SIDE-IDX > 2
                   IF NOT CS-CARD-FOUND(SIDE-IDX)
                       MOVE SPACES TO OUT-LINE
                       STRING "  CARD NOT RECORDED FOR RUN "
                                  DELIMITED BY SIZE
                              CS-RUN-NUMBER(SIDE-IDX)
                                  DELIMITED BY SIZE
                           INTO OUT-LINE
                       END-STRING
                       PERFORM 9100-ADD-LINE
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE CS-CARD-IMAGE(1) TO CARDA-RECORD
           MOVE CS-CARD-IMAGE(2) TO CARDB-RECORD
           MOVE "P" TO PAIR-KIND
           MOVE "PROFILE" TO PAIR-LABEL
           MOVE CS-PROFILE-NAME(1) TO PAIR-A
           MOVE CS-PROFILE-NAME(2) TO PAIR-B
           IF PAIR-A = SPACES
               MOVE "(CARD AS READ)" TO PAIR-A
           END-IF
           IF PAIR-B = SPACES
               MOVE "(CARD AS READ)" TO PAIR-B
           END-IF
           PERFORM 9000-ADD-PAIR
           MOVE "CARD ON FILE" TO PAIR-LABEL
           MOVE CS-CARD-LOADED(1) TO PAIR-A
           MOVE CS-CARD-LOADED(2) TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE PARM-DIFFS TO PARM-DIFFS-BEFORE
           MOVE "DBNAME" TO PAIR-LABEL
           MOVE CARDA-DBNAME TO PAIR-A
           MOVE CARDB-DBNAME TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "TABLE-NAME" TO PAIR-LABEL
           MOVE CARDA-TABLE-NAME TO PAIR-A
           MOVE CARDB-TABLE-NAME TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "FILTER-START-DATE" TO PAIR-LABEL
           MOVE CARDA-FILTER-START-DATE TO PAIR-A
           MOVE CARDB-FILTER-START-DATE TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "FILTER-END-DATE" TO PAIR-LABEL
           MOVE CARDA-FILTER-END-DATE TO PAIR-A
           MOVE CARDB-FILTER-END-DATE TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "FILTER-STATUS" TO PAIR-LABEL
           MOVE CARDA-FILTER-STATUS TO PAIR-A
           MOVE CARDB-FILTER-STATUS TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "EXPECTED-SUM" TO PAIR-LABEL
           IF CARDA-EXPECTED-SUM NUMERIC
               MOVE CARDA-EXPECTED-SUM TO TOTAL-SHOWN
               MOVE TOTAL-SHOWN TO PAIR-A
           ELSE
               MOVE CARDA-RECORD(125:12) TO PAIR-A
           END-IF
           IF CARDB-EXPECTED-SUM NUMERIC
               MOVE CARDB-EXPECTED-SUM TO TOTAL-SHOWN
               MOVE TOTAL-SHOWN TO PAIR-B
           ELSE
               MOVE CARDB-RECORD(125:12) TO PAIR-B
           END-IF
           PERFORM 9000-ADD-PAIR
           MOVE "DBTYPE" TO PAIR-LABEL
           MOVE CARDA-DBTYPE TO PAIR-A
           MOVE CARDB-DBTYPE TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "DB-HOST" TO PAIR-LABEL
           MOVE CARDA-DB-HOST TO PAIR-A
           MOVE CARDB-DB-HOST TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "DB-PORT" TO PAIR-LABEL
           MOVE CARDA-DB-PORT TO PAIR-A
           MOVE CARDB-DB-PORT TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "DB-DATABASE" TO PAIR-LABEL
           MOVE CARDA-DB-DATABASE TO PAIR-A
           MOVE CARDB-DB-DATABASE TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "RESTART-MODE" TO PAIR-LABEL
           MOVE CARDA-RESTART-MODE TO PAIR-A
           MOVE CARDB-RESTART-MODE TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "DUP-CHECK" TO PAIR-LABEL
           MOVE CARDA-DUP-CHECK TO PAIR-A
           MOVE CARDB-DUP-CHECK TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "VARIANCE-PCT" TO PAIR-LABEL
           MOVE CARDA-VARIANCE-PCT TO PAIR-A
           MOVE CARDB-VARIANCE-PCT TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "WEIGHTED-MODE" TO PAIR-LABEL
           MOVE CARDA-WEIGHTED-MODE TO PAIR-A
           MOVE CARDB-WEIGHTED-MODE TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "OUTLIER-BAND" TO PAIR-LABEL
           MOVE CARDA-OUTLIER-BAND TO PAIR-A
           MOVE CARDB-OUTLIER-BAND TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "EXCP-LIMIT" TO PAIR-LABEL
           MOVE CARDA-EXCP-LIMIT TO PAIR-A
           MOVE CARDB-EXCP-LIMIT TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "DETAIL-EXTRACT" TO PAIR-LABEL
           MOVE CARDA-DETAIL-EXTRACT TO PAIR-A
           MOVE CARDB-DETAIL-EXTRACT TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "SLA-SECONDS" TO PAIR-LABEL
           MOVE CARDA-SLA-SECONDS TO PAIR-A
           MOVE CARDB-SLA-SECONDS TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "DRY-RUN" TO PAIR-LABEL
           MOVE CARDA-DRY-RUN TO PAIR-A
           MOVE CARDB-DRY-RUN TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "RETRY-COUNT" TO PAIR-LABEL
           MOVE CARDA-RETRY-COUNT TO PAIR-A
           MOVE CARDB-RETRY-COUNT TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "RETRY-WAIT" TO PAIR-LABEL
           MOVE CARDA-RETRY-WAIT TO PAIR-A
           MOVE CARDB-RETRY-WAIT TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "COL-KEY-NAME" TO PAIR-LABEL
           MOVE CARDA-COL-KEY-NAME TO PAIR-A
           MOVE CARDB-COL-KEY-NAME TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "COL-CAT-NAME" TO PAIR-LABEL
           MOVE CARDA-COL-CAT-NAME TO PAIR-A
           MOVE CARDB-COL-CAT-NAME TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "COL-AMT2-NAME" TO PAIR-LABEL
           MOVE CARDA-COL-AMT2-NAME TO PAIR-A
           MOVE CARDB-COL-AMT2-NAME TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "PREP-MODE" TO PAIR-LABEL
           MOVE CARDA-PREP-MODE TO PAIR-A
           MOVE CARDB-PREP-MODE TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "CURR-COL-NAME" TO PAIR-LABEL
           MOVE CARDA-CURR-COL-NAME TO PAIR-A
           MOVE CARDB-CURR-COL-NAME TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "DB-ALT-HOST1" TO PAIR-LABEL
           MOVE CARDA-DB-ALT-HOST1 TO PAIR-A
           MOVE CARDB-DB-ALT-HOST1 TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "DB-ALT-HOST2" TO PAIR-LABEL
           MOVE CARDA-DB-ALT-HOST2 TO PAIR-A
           MOVE CARDB-DB-ALT-HOST2 TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "CYCLE-NUMBER" TO PAIR-LABEL
           MOVE CARDA-CYCLE-NUMBER TO PAIR-A
           MOVE CARDB-CYCLE-NUMBER TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "DUAL-EXTRACT" TO PAIR-LABEL
           MOVE CARDA-DUAL-EXTRACT TO PAIR-A
           MOVE CARDB-DUAL-EXTRACT TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "TS-COL-NAME" TO PAIR-LABEL
           MOVE CARDA-TS-COL-NAME TO PAIR-A
           MOVE CARDB-TS-COL-NAME TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "TRADE-OPEN" TO PAIR-LABEL
           MOVE CARDA-TRADE-OPEN TO PAIR-A
           MOVE CARDB-TRADE-OPEN TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "TRADE-CLOSE" TO PAIR-LABEL
           MOVE CARDA-TRADE-CLOSE TO PAIR-A
           MOVE CARDB-TRADE-CLOSE TO PAIR-B
           PERFORM 9000-ADD-PAIR
           MOVE "HOURLY-BY-CAT" TO PAIR-LABEL
           MOVE CARDA-HOURLY-BY-CAT TO PAIR-A
           MOVE CARDB-HOURLY-BY-CAT TO PAIR-B
           PERFORM 9000-ADD-PAIR
      * The cards differ somewhere no field above shows - a field
      * added to the card since this list was drawn up.
           IF CARDA-RECORD NOT = CARDB-RECORD AND
              PARM-DIFFS = PARM-DIFFS-BEFORE
               ADD 1 TO PARM-DIFFS
               MOVE SPACES TO PAIR-LINE
               MOVE "OTHER CARD FIELDS DIFFER" TO PAIR-LINE(3:40)
               MOVE "**" TO PL-MARK
               MOVE PAIR-LINE TO OUT-LINE
               PERFORM 9100-ADD-LINE
           END-IF.

       2300-COMPARE-CONTROLS.
      * Every file either side snapshotted; one side with no
      * snapshot at all leaves the controls unjudged.
           MOVE "CONTROL FILES (RECORDS / HASH)" TO OUT-LINE
           PERFORM 9100-ADD-LINE
           IF CS-CFG-COUNT(1) = 0 OR CS-CFG-COUNT(2) = 0
               SET CONTROLS-UNKNOWN TO TRUE
               PERFORM VARYING SIDE-IDX FROM 1 BY 1
                       UNTIL SIDE-IDX > 2
                   IF CS-CFG-COUNT(SIDE-IDX) = 0
                       MOVE SPACES TO OUT-LINE
                       STRING "  NO SUMCFGH SNAPSHOT BEFORE RUN "
                                  DELIMITED BY SIZE
                              CS-RUN-NUMBER(SIDE-IDX)
                                  DELIMITED BY SIZE
                           INTO OUT-LINE
                       END-STRING
                       PERFORM 9100-ADD-LINE
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > CS-CFG-COUNT(1)
               MOVE 0 TO B-IDX
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > CS-CFG-COUNT(2)
                   IF CSF-NAME(2, ITEM-IDX) = CSF-NAME(1, A-IDX)
                       MOVE ITEM-IDX TO B-IDX
                   END-IF
               END-PERFORM
               PERFORM 2310-COMPARE-ONE-CONTROL
           END-PERFORM
           MOVE 0 TO A-IDX
           PERFORM VARYING B-IDX FROM 1 BY 1
                   UNTIL B-IDX > CS-CFG-COUNT(2)
               MOVE 0 TO MATCH-IDX
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > CS-CFG-COUNT(1)
                   IF CSF-NAME(1, ITEM-IDX) = CSF-NAME(2, B-IDX)
                       MOVE ITEM-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
               IF MATCH-IDX = 0
                   PERFORM 2310-COMPARE-ONE-CONTROL
               END-IF
           END-PERFORM.

       2310-COMPARE-ONE-CONTROL.
      * SUMPARM is the card file - its change is judged with the
      * parameters above, where the card actually run is compared.
           MOVE "C" TO PAIR-KIND
           IF A-IDX > 0
               MOVE CSF-NAME(1, A-IDX) TO PAIR-LABEL
               MOVE CSF-COUNT(1, A-IDX) TO SNAP-COUNT-SHOWN
               MOVE SPACES TO PAIR-A
               STRING SNAP-COUNT-SHOWN          DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CSF-HASH(1, A-IDX)   DELIMITED BY SIZE
                   INTO PAIR-A
               END-STRING
           ELSE
               MOVE "NOT SNAPPED" TO PAIR-A
           END-IF
           IF B-IDX > 0
               MOVE CSF-NAME(2, B-IDX) TO PAIR-LABEL
               MOVE CSF-COUNT(2, B-IDX) TO SNAP-COUNT-SHOWN
               MOVE SPACES TO PAIR-B
               STRING SNAP-COUNT-SHOWN          DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      CSF-HASH(2, B-IDX)   DELIMITED BY SIZE
                   INTO PAIR-B
               END-STRING
           ELSE
               MOVE "NOT SNAPPED" TO PAIR-B
           END-IF
           IF PAIR-LABEL = "SUMPARM"
               MOVE "T" TO PAIR-KIND
           END-IF
           PERFORM 9000-ADD-PAIR.

       2400-COMPARE-RESULTS.
      * Tables of the first run in its order, then any the second
      * ran that the first did not.
           MOVE "RESULTS" TO OUT-LINE
           PERFORM 9100-ADD-LINE
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > CS-TABLE-COUNT(1)
               MOVE 0 TO B-IDX
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > CS-TABLE-COUNT(2)
                   IF CST-NAME(2, ITEM-IDX) = CST-NAME(1, A-IDX)
                       MOVE ITEM-IDX TO B-IDX
                   END-IF
               END-PERFORM
               PERFORM 2410-COMPARE-ONE-TABLE
           END-PERFORM
           MOVE 0 TO A-IDX
           PERFORM VARYING B-IDX FROM 1 BY 1
                   UNTIL B-IDX > CS-TABLE-COUNT(2)
               MOVE 0 TO MATCH-IDX
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > CS-TABLE-COUNT(1)
                   IF CST-NAME(1, ITEM-IDX) = CST-NAME(2, B-IDX)
                       MOVE ITEM-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
               IF MATCH-IDX = 0
                   PERFORM 2410-COMPARE-ONE-TABLE
               END-IF
           END-PERFORM.

       2410-COMPARE-ONE-TABLE.
           MOVE SPACES TO OUT-LINE
           IF A-IDX > 0
               MOVE CST-NAME(1, A-IDX) TO SHOWN-TABLE
           ELSE
               MOVE CST-NAME(2, B-IDX) TO SHOWN-TABLE
           END-IF
           STRING "  TABLE " DELIMITED BY SIZE
                  SHOWN-TABLE DELIMITED BY SIZE
               INTO OUT-LINE
           END-STRING
           PERFORM 9100-ADD-LINE
           MOVE "R" TO PAIR-KIND
           MOVE "NOT IN RUN" TO PAIR-A
           MOVE "NOT IN RUN" TO PAIR-B
           MOVE "OUTCOME" TO PAIR-LABEL
           IF A-IDX > 0
               MOVE CST-OUTCOME(1, A-IDX) TO PAIR-A
           END-IF
           IF B-IDX > 0
               MOVE CST-OUTCOME(2, B-IDX) TO PAIR-B
           END-IF
           PERFORM 9000-ADD-PAIR
           MOVE "RETURN CODE" TO PAIR-LABEL
           IF A-IDX > 0
               MOVE CST-RC(1, A-IDX) TO PAIR-A
           END-IF
           IF B-IDX > 0
               MOVE CST-RC(2, B-IDX) TO PAIR-B
           END-IF
           PERFORM 9000-ADD-PAIR
           MOVE "ROWS" TO PAIR-LABEL
           IF A-IDX > 0
               MOVE CST-ROWS(1, A-IDX) TO COUNT-SHOWN
               MOVE COUNT-SHOWN TO PAIR-A
           END-IF
           IF B-IDX > 0
               MOVE CST-ROWS(2, B-IDX) TO COUNT-SHOWN
               MOVE COUNT-SHOWN TO PAIR-B
           END-IF
           PERFORM 9000-ADD-PAIR
           MOVE "NULL AMOUNTS" TO PAIR-LABEL
           IF A-IDX > 0
               MOVE CST-NULLS(1, A-IDX) TO COUNT-SHOWN
               MOVE COUNT-SHOWN TO PAIR-A
           END-IF
           IF B-IDX > 0
               MOVE CST-NULLS(2, B-IDX) TO COUNT-SHOWN
               MOVE COUNT-SHOWN TO PAIR-B
           END-IF
           PERFORM 9000-ADD-PAIR
           MOVE "DUPLICATE KEYS" TO PAIR-LABEL
           IF A-IDX > 0
               MOVE CST-DUPS(1, A-IDX) TO COUNT-SHOWN
               MOVE COUNT-SHOWN TO PAIR-A
           END-IF
           IF B-IDX > 0
               MOVE CST-DUPS(2, B-IDX) TO COUNT-SHOWN
               MOVE COUNT-SHOWN TO PAIR-B
           END-IF
           PERFORM 9000-ADD-PAIR
           MOVE "TOTAL" TO PAIR-LABEL
           IF A-IDX > 0
               MOVE CST-TOTAL(1, A-IDX) TO TOTAL-SHOWN
               MOVE TOTAL-SHOWN TO PAIR-A
           END-IF
           IF B-IDX > 0
               MOVE CST-TOTAL(2, B-IDX) TO TOTAL-SHOWN
               MOVE TOTAL-SHOWN TO PAIR-B
           END-IF
           PERFORM 9000-ADD-PAIR.

       2500-COMPARE-SUBTOTALS.
      * Only clean official runs leave subtotals - a run with none
      * says so rather than reading as every group gone.
           MOVE "GROUP SUBTOTALS" TO OUT-LINE
           PERFORM 9100-ADD-LINE
           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
               IF CS-CAT-COUNT(SIDE-IDX) = 0
                   MOVE SPACES TO OUT-LINE
                   STRING "  NO SUMCATH SUBTOTALS FOR RUN "
                              DELIMITED BY SIZE
                          CS-RUN-NUMBER(SIDE-IDX) DELIMITED BY SIZE
                       INTO OUT-LINE
                   END-STRING
                   PERFORM 9100-ADD-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO SHOWN-TABLE
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > CS-CAT-COUNT(1)
               MOVE 0 TO B-IDX
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > CS-CAT-COUNT(2)
                   IF CSC-TABLE(2, ITEM-IDX) = CSC-TABLE(1, A-IDX)
                      AND CSC-CATEGORY(2, ITEM-IDX) =
                          CSC-CATEGORY(1, A-IDX)
                       MOVE ITEM-IDX TO B-IDX
                   END-IF
               END-PERFORM
               PERFORM 2510-COMPARE-ONE-GROUP
           END-PERFORM
           MOVE 0 TO A-IDX
           PERFORM VARYING B-IDX FROM 1 BY 1
                   UNTIL B-IDX > CS-CAT-COUNT(2)
               MOVE 0 TO MATCH-IDX
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > CS-CAT-COUNT(1)
                   IF CSC-TABLE(1, ITEM-IDX) = CSC-TABLE(2, B-IDX)
                      AND CSC-CATEGORY(1, ITEM-IDX) =
                          CSC-CATEGORY(2, B-IDX)
                       MOVE ITEM-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
               IF MATCH-IDX = 0
                   PERFORM 2510-COMPARE-ONE-GROUP
               END-IF
           END-PERFORM.

       2510-COMPARE-ONE-GROUP.
      * A table heading each time the table changes - the groups
      * arrive in SUMCATH order, table by table.
           IF A-IDX > 0
               MOVE CSC-CATEGORY(1, A-IDX) TO PAIR-LABEL
               IF CSC-TABLE(1, A-IDX) NOT = SHOWN-TABLE
                   MOVE CSC-TABLE(1, A-IDX) TO SHOWN-TABLE
                   PERFORM 2520-ADD-GROUP-HEADING
               END-IF
           ELSE
               MOVE CSC-CATEGORY(2, B-IDX) TO PAIR-LABEL
               IF CSC-TABLE(2, B-IDX) NOT = SHOWN-TABLE
                   MOVE CSC-TABLE(2, B-IDX) TO SHOWN-TABLE
                   PERFORM 2520-ADD-GROUP-HEADING
               END-IF
           END-IF
           IF PAIR-LABEL = SPACES
               MOVE "(NO CATEGORY)" TO PAIR-LABEL
           END-IF
           MOVE "R" TO PAIR-KIND
           MOVE "NOT IN RUN" TO PAIR-A
           MOVE "NOT IN RUN" TO PAIR-B
           IF A-IDX > 0
               MOVE CSC-SUBTOTAL(1, A-IDX) TO SUBTOTAL-SHOWN
               MOVE SUBTOTAL-SHOWN TO PAIR-A
           END-IF
           IF B-IDX > 0
               MOVE CSC-SUBTOTAL(2, B-IDX) TO SUBTOTAL-SHOWN
               MOVE SUBTOTAL-SHOWN TO PAIR-B
           END-IF
           PERFORM 9000-ADD-PAIR.

       2520-ADD-GROUP-HEADING.
           MOVE SPACES TO OUT-LINE
           STRING "  TABLE " DELIMITED BY SIZE
                  SHOWN-TABLE DELIMITED BY SIZE
               INTO OUT-LINE
           END-STRING
           PERFORM 9100-ADD-LINE.

       3000-SHOW-COMPARISON.
           MOVE CS-RUN-NUMBER(1) TO RUN-A-EDITED
           MOVE CS-RUN-NUMBER(2) TO RUN-B-EDITED
           DISPLAY " "
           DISPLAY "WHAT CHANGED BETWEEN RUN " RUN-A-EDITED
                   " AND RUN " RUN-B-EDITED
           IF PARMS-UNKNOWN
               DISPLAY "  PARAMETERS  NOT RECORDED FOR BOTH RUNS"
           ELSE
               IF PARM-DIFFS = 0
                   DISPLAY "  PARAMETERS  SAME"
               ELSE
                   MOVE PARM-DIFFS TO DIFF-EDITED
                   DISPLAY "  PARAMETERS  CHANGED - " DIFF-EDITED
                           " FIELD(S)"
               END-IF
           END-IF
           IF CONTROLS-UNKNOWN
               DISPLAY "  CONTROLS    NO SNAPSHOT FOR BOTH RUNS"
           ELSE
               IF CONTROL-DIFFS = 0
                   DISPLAY "  CONTROLS    SAME"
               ELSE
                   MOVE CONTROL-DIFFS TO DIFF-EDITED
                   DISPLAY "  CONTROLS    CHANGED - " DIFF-EDITED
                           " FILE(S)"
               END-IF
           END-IF
           IF RESULT-DIFFS = 0
               DISPLAY "  RESULTS     SAME"
           ELSE
               MOVE RESULT-DIFFS TO DIFF-EDITED
               DISPLAY "  RESULTS     DIFFERENT - " DIFF-EDITED
                       " FIELD(S)"
           END-IF
           PERFORM 3100-SHOW-VERDICT

           DISPLAY " "
           DISPLAY "                       RUN " RUN-A-EDITED
                   "                 RUN " RUN-B-EDITED
           PERFORM VARYING DETAIL-IDX FROM 1 BY 1
                   UNTIL DETAIL-IDX > DETAIL-COUNT
               DISPLAY DETAIL-LINE(DETAIL-IDX)
           END-PERFORM
           IF DETAIL-OVERFLOWED
               DISPLAY "** OVER 900 LINES - COMPARISON IS PARTIAL **"
           END-IF.

       3100-SHOW-VERDICT.
      * Where the difference lies. Results that moved with nothing
      * else moved is a data difference; with the card or the
      * controls moved, those are named first - the data may have
      * moved too, but that is the place to start.
           IF RESULT-DIFFS = 0
               DISPLAY "  => NO DIFFERENCE IN THE RESULTS"
               EXIT PARAGRAPH
           END-IF
           IF PARM-DIFFS > 0 AND CONTROL-DIFFS > 0
               DISPLAY "  => DIFFERENCE IS IN THE PARAMETERS AND THE "
                       "CONTROLS"
               EXIT PARAGRAPH
           END-IF
           IF PARM-DIFFS > 0
               DISPLAY "  => DIFFERENCE IS IN THE PARAMETERS"
               EXIT PARAGRAPH
           END-IF
           IF CONTROL-DIFFS > 0
               DISPLAY "  => DIFFERENCE IS IN THE CONTROLS"
               EXIT PARAGRAPH
           END-IF
           IF PARMS-UNKNOWN OR CONTROLS-UNKNOWN
               DISPLAY "  => DIFFERENCE IS IN THE DATA, OR IN WHAT "
                       "WAS NOT RECORDED"
           ELSE
               DISPLAY "  => DIFFERENCE IS IN THE DATA - SAME CARD, "
                       "SAME CONTROLS"
           END-IF.

       8000-ELAPSED-OF-SIDE.
           MOVE "UNKNOWN" TO ELAPSED-TEXT
           MOVE CS-START-TS(SIDE-IDX) TO TS-WORK
           IF TS-YMD NOT NUMERIC OR TS-HH NOT NUMERIC OR
              TS-MI NOT NUMERIC OR TS-SS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM 8100-SECONDS-OF-TS
           MOVE TS-SECONDS TO START-SECONDS
           MOVE CS-END-TS(SIDE-IDX) TO TS-WORK
           IF TS-YMD NOT NUMERIC OR TS-HH NOT NUMERIC OR
              TS-MI NOT NUMERIC OR TS-SS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM 8100-SECONDS-OF-TS
           COMPUTE ELAPSED-SECONDS = TS-SECONDS - START-SECONDS
           IF ELAPSED-SECONDS < 0
               MOVE 0 TO ELAPSED-SECONDS
           END-IF
           MOVE ELAPSED-SECONDS TO ELAPSED-SHOWN
           MOVE ELAPSED-SHOWN TO ELAPSED-TEXT.

       8100-SECONDS-OF-TS.
           COMPUTE TS-SECONDS = FUNCTION INTEGER-OF-DATE(TS-YMD)
           COMPUTE TS-SECONDS = TS-SECONDS * 86400
           COMPUTE TS-SECONDS = TS-SECONDS + TS-HH * 3600
           COMPUTE TS-SECONDS = TS-SECONDS + TS-MI * 60
           ADD TS-SS TO TS-SECONDS.

       9000-ADD-PAIR.
      * The full values are compared; the columns show 26 bytes of
      * each, so a long value that differs is also shown whole
      * underneath.
           MOVE SPACES TO PAIR-LINE
           MOVE PAIR-LABEL TO PL-LABEL
           MOVE PAIR-A TO PL-A
           MOVE PAIR-B TO PL-B
           IF PAIR-A NOT = PAIR-B
               MOVE "**" TO PL-MARK
               EVALUATE TRUE
                   WHEN PAIR-IS-PARM
                       ADD 1 TO PARM-DIFFS
                   WHEN PAIR-IS-CONTROL
                       ADD 1 TO CONTROL-DIFFS
                   WHEN PAIR-IS-RESULT
                       ADD 1 TO RESULT-DIFFS
                   WHEN OTHER
                       ADD 1 TO TIMING-DIFFS
               END-EVALUATE
           END-IF
           MOVE PAIR-LINE TO OUT-LINE
           PERFORM 9100-ADD-LINE
           IF PAIR-A NOT = PAIR-B AND
              (PAIR-A(27:38) NOT = SPACES OR
               PAIR-B(27:38) NOT = SPACES)
               MOVE SPACES TO OUT-LINE
               STRING "        A: " DELIMITED BY SIZE
                      PAIR-A       DELIMITED BY SIZE
                   INTO OUT-LINE
               END-STRING
               PERFORM 9100-ADD-LINE
               MOVE SPACES TO OUT-LINE
               STRING "        B: " DELIMITED BY SIZE
                      PAIR-B       DELIMITED BY SIZE
                   INTO OUT-LINE
               END-STRING
               PERFORM 9100-ADD-LINE
           END-IF.

       9100-ADD-LINE.
           IF DETAIL-COUNT < 900
               ADD 1 TO DETAIL-COUNT
               MOVE OUT-LINE TO DETAIL-LINE(DETAIL-COUNT)
           ELSE
               SET DETAIL-OVERFLOWED TO TRUE
           END-IF
           MOVE SPACES TO OUT-LINE.

       END PROGRAM RUN-CMP.
