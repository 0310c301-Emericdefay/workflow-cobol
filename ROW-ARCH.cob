       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROW-ARCH.

      *****************************************************************
      * ROW-ARCH - aged-row archival. The history table is past seven
      * million rows and the scan gets slower every month, yet the
      * filters only ever look at recent dates. This moves the rows
      * of the SUMPARM table (env ARCHTABLE names another) dated
      * more than the retention age before the business date (env
      * ARCHDAYS, default 730, never under 90) out of the live
      * sqlite database into one history database per year - the
      * live name with _hist_YYYY in front of its .db, attached
      * beside it, holding a table of the same name.
      *
      * Each year moves inside one transaction spanning both
      * databases, and nothing is committed until it is proved:
      *   - the rows that landed in the history table (its count and
      *     amount hash after the insert, less before) must equal
      *     the rows selected to move, before anything is deleted
      *   - after the delete, what left the live table (its count
      *     and hash before, less after) must equal what landed
      * A year that fails either proof, or any statement, is rolled
      * back whole - the live table is left as it was - alerted, and
      * the run stops there. Rows dated inside an active SUMLHOLD
      * legal hold covering the table (by name, or *ALL*) never
      * move; they are counted as held and stay live.
      *
      * Every year moved or refused is appended to the archival
      * register SUMARCHR (see CBARCHR), which is how REQ-DRIVER
      * finds the history database for a request naming *HIST*.
      * The archival report is ARCHRPT. Rows are dated by the
      * table's DATE column (YYYY-MM-DD), the column the scan's
      * date filters read - a table without one is refused.
      *
      * Scheduled in SUMSCHED as job ARCHIVE (program ROW-ARCH, MEND
      * days), never alongside the scan.
      *
      * RC 0 = every due year moved, or nothing old enough to move;
      * 8 = a year refused and rolled back, or the table/database/
      * retention could not be used, or more active holds cover the
      * table than the run can honour.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHRFILE ASSIGN TO "SUMARCHR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHR-FILE-STATUS.
           SELECT LHOLDFILE ASSIGN TO "SUMLHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LHOLD-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO "SUMPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHRFILE.
           COPY CBARCHR.

       FD  LHOLDFILE.
           COPY CBLHOLD.

       FD  PARMFILE.
           COPY CBPARM.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 ARCHR-FILE-STATUS   PIC XX.
           88 ARCHR-FILE-OK       VALUE "00" "05".
       01 LHOLD-FILE-STATUS   PIC XX.
           88 LHOLD-FILE-OK       VALUE "00".
       01 PARM-FILE-STATUS    PIC XX.
           88 PARM-FILE-OK        VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 LHOLD-EOF-FLAG      PIC X.
           88 LHOLD-AT-EOF        VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 BUSINESS-DATE       PIC X(10).
       01 CURRENT-DATE-WORK   PIC X(21).
       01 RUN-TIMESTAMP       PIC X(16).

      * Retention - env ARCHDAYS, in days before the business date.
      * The floor keeps a mistyped card from emptying the quarter
      * the nightly filters still read.
       01 RETAIN-DAYS-INPUT   PIC X(6).
       01 RETAIN-DAYS         PIC 9(5) COMP-5 VALUE 730.
       01 RETAIN-DAYS-FLOOR   PIC 9(5) COMP-5 VALUE 90.
       01 RETAIN-EDITED       PIC ZZZZ9.
       01 CUTOFF-DATE         PIC X(10).
       01 CUTOFF-DAY-NUM      PIC 9(8) COMP-5.
       01 DATE-DIGITS         PIC 9(8).
       01 DATE-DIGITS-X REDEFINES DATE-DIGITS PIC X(8).

       01 DBNAME              PIC X(64) VALUE "test.db".
       01 DBNAME-Z            PIC X(65).
       01 TABLE-NAME          PIC X(30).
       01 TABLE-OVERRIDE      PIC X(30).
       01 HIST-DBNAME         PIC X(64).
       01 DB-NAME-LEN         PIC 99 COMP-5.
       01 DB-BASE-LEN         PIC 99 COMP-5.
       01 NAME-LEN            PIC 99 COMP-5.
       01 NAME-IDX            PIC 99 COMP-5.
       01 NAME-CHAR           PIC X.

       01 DB                  POINTER.
       01 ERR                 POINTER.
       01 RC                  PIC 9 COMP-5.
       01 EXEC-RC             PIC 9 COMP-5.
       01 NULL-CALLBACK       PROCEDURE-POINTER.
       01 NULL-PARG           POINTER.
      * Room for the longest statement built - an insert naming the
      * table twice over the full move predicate - and its ending
      * null. A statement that still will not fit is never run.
       01 SQLTEXT             PIC X(2000).
       01 SQLTEXT-PTR         PIC 9(4) COMP-5.
       01 SQL-FIT-FLAG        PIC X.
           88 SQL-TOO-LONG        VALUE "Y".
       01 DB-OPEN-FLAG        PIC X VALUE "N".
           88 DB-IS-OPEN          VALUE "Y".

      * One-answer queries - COUNT(*) and the amount hash - come back
      * through the integrity check's callback, which lifts the
      * first column of the first row and nothing else.
       01 INTEG-ANSWER        PIC X(20).
       01 INTEG-CALLBACK      PROCEDURE-POINTER.
       01 SCALAR-VALUE        PIC 9(18).
       01 SCALAR-FLAG         PIC X.
           88 SCALAR-FAILED       VALUE "Y".

      * Row selections. The year predicate picks a year's aged rows;
      * the hold predicate, built once from the covering holds, keeps
      * the held dates out; the move predicate is both together.
      * Each hold adds a 66-byte clause, so the hold predicate holds
      * all 20 the hold table keeps, and the move predicate both.
       01 YEAR-PRED           PIC X(100).
       01 YEAR-PRED-LEN       PIC 9(4) COMP-5.
       01 HOLD-PRED           PIC X(1400).
       01 HOLD-PRED-LEN       PIC 9(4) COMP-5 VALUE 0.
       01 HOLD-PRED-PTR       PIC 9(4) COMP-5 VALUE 1.
       01 FIG-PRED            PIC X(1500).
       01 FIG-PRED-LEN        PIC 9(4) COMP-5.
       01 FIG-SOURCE          PIC X(40).
       01 FIG-COUNT           PIC 9(18).
       01 FIG-HASH            PIC 9(18).
       01 FIG-FLAG            PIC X.
           88 FIG-FAILED          VALUE "Y".

      * The proof figures for the year in hand.
       01 AGED-COUNT          PIC 9(18).
       01 MOVE-COUNT          PIC 9(18).
       01 MOVE-HASH           PIC 9(18).
       01 HELD-COUNT          PIC 9(18).
       01 LIVE-BEFORE-COUNT   PIC 9(18).
       01 LIVE-BEFORE-HASH    PIC 9(18).
       01 HIST-BEFORE-COUNT   PIC 9(18).
       01 HIST-BEFORE-HASH    PIC 9(18).
       01 LANDED-COUNT        PIC S9(18).
       01 LANDED-HASH         PIC S9(18).
       01 LEFT-COUNT          PIC S9(18).
       01 LEFT-HASH           PIC S9(18).

       01 FIRST-YEAR          PIC 9(4).
       01 LAST-YEAR           PIC 9(4).
       01 YEAR-NUM            PIC 9(4).
       01 YEAR-TEXT           PIC X(4).

       01 SETUP-REASON        PIC X(40).
       01 REFUSE-REASON       PIC X(30).
       01 TXN-FLAG            PIC X.
           88 TXN-STARTED         VALUE "Y".
       01 ATTACH-FLAG         PIC X.
           88 HIST-ATTACHED       VALUE "Y".
       01 STOP-FLAG           PIC X VALUE "N".
           88 RUN-STOPPED         VALUE "Y".

      * Active holds covering the table, loaded once.
       01 HOLD-COUNT          PIC 99 COMP-5 VALUE 0.
       01 HOLD-TABLE-WS.
           05 HOLD-ENTRY OCCURS 20 TIMES.
               10 HW-FROM-DATE   PIC X(10).
               10 HW-TO-DATE     PIC X(10).
               10 HW-HOLD-ID     PIC 9(4).
       01 HOLD-IDX            PIC 99 COMP-5.
       01 COVER-FLAG          PIC X.
           88 HOLD-COVERS-TABLE   VALUE "Y".
       01 FILES-SCAN-POS      PIC 99 COMP-5.
       01 FILES-SCAN-LIMIT    PIC 99 COMP-5.

       01 YEARS-MOVED         PIC 9(5) VALUE 0.
       01 YEARS-REFUSED       PIC 9(5) VALUE 0.
       01 TOTAL-MOVED         PIC 9(18) VALUE 0.
       01 TOTAL-HELD          PIC 9(18) VALUE 0.

       01 COUNT-EDITED        PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 COUNT-2-EDITED      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 HASH-EDITED         PIC Z(17)9.
       01 HOLD-ID-EDITED      PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:16) TO RUN-TIMESTAMP
           MOVE SPACES TO SETUP-REASON
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 1100-READ-PARM
           PERFORM 1200-SET-CUTOFF
           PERFORM 6000-START-REPORT
           IF SETUP-REASON = SPACES
               PERFORM 1300-LOAD-LEGAL-HOLDS
           END-IF
           IF SETUP-REASON = SPACES
               PERFORM 1400-OPEN-DATABASE
           END-IF
           IF SETUP-REASON = SPACES
               PERFORM 2000-FIND-FIRST-YEAR
           END-IF
           IF SETUP-REASON NOT = SPACES
               STRING "** NOTHING MOVED - " DELIMITED BY SIZE
                      SETUP-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6900-END-REPORT
               IF DB-IS-OPEN
                   CALL "sqlite3_close" USING BY VALUE DB END-CALL
               END-IF
               MOVE SPACES TO LOG-TEXT
               STRING "ROW ARCHIVAL REFUSED: " DELIMITED BY SIZE
                      SETUP-REASON DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF FIRST-YEAR = 0
               STRING "NO ROWS DATED BEFORE " DELIMITED BY SIZE
                      CUTOFF-DATE DELIMITED BY SIZE
                      " - NOTHING TO MOVE" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           ELSE
               OPEN EXTEND ARCHRFILE
               PERFORM 3000-ARCHIVE-ONE-YEAR
                   VARYING YEAR-NUM FROM FIRST-YEAR BY 1
                   UNTIL YEAR-NUM > LAST-YEAR OR RUN-STOPPED
               CLOSE ARCHRFILE
           END-IF
           CALL "sqlite3_close" USING BY VALUE DB END-CALL

           PERFORM 6500-PRINT-RUN-TOTALS
           PERFORM 6900-END-REPORT

           MOVE TOTAL-MOVED TO COUNT-EDITED
           MOVE TOTAL-HELD TO COUNT-2-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "ROW ARCHIVAL:" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " ROWS MOVED," DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " HELD" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           IF YEARS-REFUSED > 0
               MOVE 8 TO RETURN-CODE
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

       1100-READ-PARM.
      * The database and table the scan is pointed at, unless the
      * operator names another table for this run.
           MOVE SPACES TO TABLE-NAME
           OPEN INPUT PARMFILE
           IF PARM-FILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DBNAME NOT = SPACES
                           MOVE PARM-DBNAME TO DBNAME
                       END-IF
                       MOVE PARM-TABLE-NAME TO TABLE-NAME
               END-READ
               CLOSE PARMFILE
           END-IF
           MOVE SPACES TO TABLE-OVERRIDE
           ACCEPT TABLE-OVERRIDE FROM ENVIRONMENT "ARCHTABLE"
           IF TABLE-OVERRIDE NOT = SPACES
               MOVE TABLE-OVERRIDE TO TABLE-NAME
           END-IF
           MOVE DBNAME TO DBNAME-Z
           INSPECT DBNAME-Z REPLACING TRAILING SPACE BY LOW-VALUE

      * The table name goes straight into the statements - letters,
      * digits and underscores only, leading with a letter.
           MOVE 0 TO NAME-LEN
           INSPECT TABLE-NAME TALLYING NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF NAME-LEN = 0
               MOVE "NO TABLE NAMED ON SUMPARM OR ARCHTABLE"
                   TO SETUP-REASON
               EXIT PARAGRAPH
           END-IF
           IF TABLE-NAME(NAME-LEN + 1:) NOT = SPACES OR
              TABLE-NAME(1:1) IS NOT ALPHABETIC
               MOVE "TABLE NAME NOT A PLAIN NAME" TO SETUP-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > NAME-LEN
               MOVE TABLE-NAME(NAME-IDX:1) TO NAME-CHAR
               IF NAME-CHAR IS NOT ALPHABETIC AND
                  NAME-CHAR IS NOT NUMERIC AND
                  NAME-CHAR NOT = "_"
                   MOVE "TABLE NAME NOT A PLAIN NAME" TO SETUP-REASON
               END-IF
           END-PERFORM

      * Room for the _hist_YYYY suffix, and no quote to break the
      * ATTACH statement the name is spliced into.
           MOVE 0 TO DB-NAME-LEN
           INSPECT DBNAME TALLYING DB-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO NAME-IDX
           INSPECT DBNAME TALLYING NAME-IDX FOR ALL "'"
           IF DB-NAME-LEN > 54 OR NAME-IDX > 0
               MOVE "DATABASE NAME UNUSABLE FOR HISTORY NAME"
                   TO SETUP-REASON
           END-IF.

       1200-SET-CUTOFF.
           MOVE SPACES TO RETAIN-DAYS-INPUT
           ACCEPT RETAIN-DAYS-INPUT FROM ENVIRONMENT "ARCHDAYS"
           IF RETAIN-DAYS-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(RETAIN-DAYS-INPUT) = 0
                   COMPUTE RETAIN-DAYS =
                       FUNCTION NUMVAL(RETAIN-DAYS-INPUT)
               ELSE
                   MOVE 0 TO RETAIN-DAYS
               END-IF
           END-IF
           IF RETAIN-DAYS < RETAIN-DAYS-FLOOR
               IF SETUP-REASON = SPACES
                   MOVE "ARCHDAYS UNDER THE 90-DAY FLOOR"
                       TO SETUP-REASON
               END-IF
               MOVE SPACES TO CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE BUSINESS-DATE(1:4) TO DATE-DIGITS-X(1:4)
           MOVE BUSINESS-DATE(6:2) TO DATE-DIGITS-X(5:2)
           MOVE BUSINESS-DATE(9:2) TO DATE-DIGITS-X(7:2)
           COMPUTE CUTOFF-DAY-NUM = FUNCTION INTEGER-OF-DATE
               (DATE-DIGITS)
           SUBTRACT RETAIN-DAYS FROM CUTOFF-DAY-NUM
           COMPUTE DATE-DIGITS = FUNCTION DATE-OF-INTEGER
               (CUTOFF-DAY-NUM)
           MOVE SPACES TO CUTOFF-DATE
           STRING DATE-DIGITS-X(1:4) "-" DATE-DIGITS-X(5:2) "-"
                  DATE-DIGITS-X(7:2) DELIMITED BY SIZE
               INTO CUTOFF-DATE
           END-STRING
           MOVE CUTOFF-DATE(1:4) TO LAST-YEAR.

       1300-LOAD-LEGAL-HOLDS.
      * No register file means no holds were ever placed. Each
      * active hold covering this table adds a date range the move
      * predicate leaves behind. A hold past the 20 the table keeps
      * refuses the run - left out, its rows would move.
           MOVE SPACES TO HOLD-PRED
           MOVE 1 TO HOLD-PRED-PTR
           MOVE "N" TO LHOLD-EOF-FLAG
           OPEN INPUT LHOLDFILE
           IF NOT LHOLD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LHOLD-AT-EOF
               READ LHOLDFILE
                   AT END
                       SET LHOLD-AT-EOF TO TRUE
                   NOT AT END
                       IF LH-IS-ACTIVE
                           PERFORM 1350-CHECK-HOLD-COVERS-TABLE
                           IF HOLD-COVERS-TABLE
                               IF HOLD-COUNT < 20
                                   PERFORM 1360-ADD-HOLD-RANGE
                               ELSE
                                   MOVE
                                     "OVER 20 ACTIVE HOLDS ON THE TABLE"
                                       TO SETUP-REASON
                                   SET LHOLD-AT-EOF TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LHOLDFILE
           COMPUTE HOLD-PRED-LEN = HOLD-PRED-PTR - 1.

       1350-CHECK-HOLD-COVERS-TABLE.
      * The hold's file list is space-separated names, or *ALL*; a
      * hit must sit on token boundaries, the HOUSEKEEP discipline.
           MOVE "N" TO COVER-FLAG
           IF LH-FILES(1:5) = "*ALL*"
               SET HOLD-COVERS-TABLE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NAME-LEN > 40
               EXIT PARAGRAPH
           END-IF
           COMPUTE FILES-SCAN-LIMIT = 41 - NAME-LEN
           PERFORM VARYING FILES-SCAN-POS FROM 1 BY 1
                   UNTIL FILES-SCAN-POS > FILES-SCAN-LIMIT
                      OR HOLD-COVERS-TABLE
               IF LH-FILES(FILES-SCAN-POS:NAME-LEN)
                      = TABLE-NAME(1:NAME-LEN)
                  AND (FILES-SCAN-POS = 1 OR
                       LH-FILES(FILES-SCAN-POS - 1:1) = SPACE)
                  AND (FILES-SCAN-POS + NAME-LEN > 40 OR
                       LH-FILES(FILES-SCAN-POS + NAME-LEN:1)
                           = SPACE)
                   SET HOLD-COVERS-TABLE TO TRUE
               END-IF
           END-PERFORM.

       1360-ADD-HOLD-RANGE.
           ADD 1 TO HOLD-COUNT
           MOVE LH-FROM-DATE TO HW-FROM-DATE(HOLD-COUNT)
           MOVE LH-TO-DATE   TO HW-TO-DATE(HOLD-COUNT)
           MOVE LH-HOLD-ID   TO HW-HOLD-ID(HOLD-COUNT)
           STRING " AND NOT (substr(DATE,1,10) BETWEEN '"
                      DELIMITED BY SIZE
                  LH-FROM-DATE DELIMITED BY SIZE
                  "' AND '" DELIMITED BY SIZE
                  LH-TO-DATE DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
               INTO HOLD-PRED
               WITH POINTER HOLD-PRED-PTR
               ON OVERFLOW
                   MOVE "LEGAL HOLD PREDICATE TOO LONG"
                       TO SETUP-REASON
                   SET LHOLD-AT-EOF TO TRUE
           END-STRING.

       1400-OPEN-DATABASE.
           SET DB  TO NULL
           SET ERR TO NULL
           CALL "sqlite3_open" USING
               BY REFERENCE DBNAME-Z
               BY REFERENCE DB
               RETURNING    RC
           END-CALL
           IF RC = ZERO
               SET DB-IS-OPEN TO TRUE
           ELSE
               MOVE "LIVE DATABASE COULD NOT BE OPENED"
                   TO SETUP-REASON
           END-IF.

       2000-FIND-FIRST-YEAR.
      * The oldest year with a row older than the cutoff - every year
      * from it through the cutoff's own year is worked in turn. A
      * failure here is nearly always a table without a DATE column.
           MOVE 0 TO FIRST-YEAR
           MOVE SPACES TO SQLTEXT
           STRING "SELECT MIN(substr(DATE,1,4)) FROM "
                      DELIMITED BY SIZE
                  TABLE-NAME DELIMITED BY SPACE
                  " WHERE substr(DATE,1,10) < '" DELIMITED BY SIZE
                  CUTOFF-DATE DELIMITED BY SIZE
                  "' AND substr(DATE,1,4) >= '1000';"
                      DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           PERFORM 2100-RUN-SCALAR-QUERY
           IF SCALAR-FAILED
               MOVE "TABLE MISSING OR HAS NO DATE COLUMN"
                   TO SETUP-REASON
               EXIT PARAGRAPH
           END-IF
           IF SCALAR-VALUE > 0 AND SCALAR-VALUE <= LAST-YEAR
               MOVE SCALAR-VALUE TO FIRST-YEAR
           END-IF.

       2100-RUN-SCALAR-QUERY.
           MOVE "N" TO SCALAR-FLAG
           MOVE 0 TO SCALAR-VALUE
           MOVE SPACES TO INTEG-ANSWER
           INSPECT SQLTEXT REPLACING TRAILING SPACE BY LOW-VALUE
           SET INTEG-CALLBACK TO ADDRESS OF ENTRY "INTEG-CB"
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE SQLTEXT
               BY VALUE     INTEG-CALLBACK
               BY REFERENCE INTEG-ANSWER
               BY REFERENCE ERR
               RETURNING EXEC-RC
           END-CALL
           IF EXEC-RC NOT = ZERO
               SET SCALAR-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           INSPECT INTEG-ANSWER REPLACING ALL LOW-VALUE BY SPACE
           IF INTEG-ANSWER NOT = SPACES AND
              FUNCTION TEST-NUMVAL(INTEG-ANSWER) = 0
               COMPUTE SCALAR-VALUE = FUNCTION NUMVAL(INTEG-ANSWER)
           END-IF.

       2200-COUNT-AND-HASH.
      * Row count and amount hash of FIG-SOURCE over FIG-PRED (the
      * whole table when the predicate is empty). The hash is the
      * sum of ABS(VALUE) in cents - a non-numeric value hashes as
      * zero on both sides alike.
           MOVE "N" TO FIG-FLAG
           MOVE 0 TO FIG-COUNT
           MOVE 0 TO FIG-HASH
           MOVE SPACES TO SQLTEXT
           MOVE 1 TO SQLTEXT-PTR
           STRING "SELECT COUNT(*) FROM " DELIMITED BY SIZE
                  FIG-SOURCE DELIMITED BY SPACE
               INTO SQLTEXT
               WITH POINTER SQLTEXT-PTR
           END-STRING
           PERFORM 2250-APPEND-FIG-PRED
           IF SQL-TOO-LONG
               SET FIG-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-RUN-SCALAR-QUERY
           IF SCALAR-FAILED
               SET FIG-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SCALAR-VALUE TO FIG-COUNT

           MOVE SPACES TO SQLTEXT
           MOVE 1 TO SQLTEXT-PTR
           STRING "SELECT COALESCE(SUM(CAST(ROUND(ABS(VALUE)*100)"
                      DELIMITED BY SIZE
                  " AS INTEGER)),0) FROM " DELIMITED BY SIZE
                  FIG-SOURCE DELIMITED BY SPACE
               INTO SQLTEXT
               WITH POINTER SQLTEXT-PTR
           END-STRING
           PERFORM 2250-APPEND-FIG-PRED
           IF SQL-TOO-LONG
               SET FIG-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-RUN-SCALAR-QUERY
           IF SCALAR-FAILED
               SET FIG-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SCALAR-VALUE TO FIG-HASH.

       2250-APPEND-FIG-PRED.
           MOVE "N" TO SQL-FIT-FLAG
           IF FIG-PRED-LEN > 0
               STRING " WHERE " DELIMITED BY SIZE
                      FIG-PRED(1:FIG-PRED-LEN) DELIMITED BY SIZE
                   INTO SQLTEXT
                   WITH POINTER SQLTEXT-PTR
                   ON OVERFLOW
                       SET SQL-TOO-LONG TO TRUE
               END-STRING
           END-IF
           STRING ";" DELIMITED BY SIZE
               INTO SQLTEXT
               WITH POINTER SQLTEXT-PTR
               ON OVERFLOW
                   SET SQL-TOO-LONG TO TRUE
           END-STRING.

       2300-EXEC-ONE-STATEMENT.
           INSPECT SQLTEXT REPLACING TRAILING SPACE BY LOW-VALUE
           SET NULL-CALLBACK TO NULL
           SET NULL-PARG     TO NULL
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE SQLTEXT
               BY VALUE     NULL-CALLBACK
               BY REFERENCE NULL-PARG
               BY REFERENCE ERR
               RETURNING EXEC-RC
           END-CALL.

       3000-ARCHIVE-ONE-YEAR.
           MOVE YEAR-NUM TO YEAR-TEXT
           MOVE SPACES TO REFUSE-REASON
           MOVE "N" TO TXN-FLAG
           MOVE "N" TO ATTACH-FLAG
           MOVE 0 TO HELD-COUNT
           MOVE SPACES TO YEAR-PRED
           STRING "substr(DATE,1,4) = '" DELIMITED BY SIZE
                  YEAR-TEXT DELIMITED BY SIZE
                  "' AND substr(DATE,1,10) < '" DELIMITED BY SIZE
                  CUTOFF-DATE DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
               INTO YEAR-PRED
           END-STRING
           MOVE 0 TO YEAR-PRED-LEN
           INSPECT YEAR-PRED TALLYING YEAR-PRED-LEN
               FOR CHARACTERS BEFORE INITIAL "  "

      * Every aged row of the year, then the ones free to move - the
      * difference is what the legal holds keep live.
           MOVE "main." TO FIG-SOURCE
           MOVE TABLE-NAME TO FIG-SOURCE(6:)
           MOVE YEAR-PRED TO FIG-PRED
           MOVE YEAR-PRED-LEN TO FIG-PRED-LEN
           PERFORM 2200-COUNT-AND-HASH
           IF FIG-FAILED
               MOVE "COULD NOT COUNT THE AGED ROWS" TO REFUSE-REASON
               PERFORM 3800-FINISH-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE FIG-COUNT TO AGED-COUNT
           IF AGED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FIG-PRED
           MOVE YEAR-PRED(1:YEAR-PRED-LEN) TO FIG-PRED
           IF HOLD-PRED-LEN > 0
               MOVE HOLD-PRED(1:HOLD-PRED-LEN)
                   TO FIG-PRED(YEAR-PRED-LEN + 1:)
           END-IF
           COMPUTE FIG-PRED-LEN = YEAR-PRED-LEN + HOLD-PRED-LEN
           PERFORM 2200-COUNT-AND-HASH
           IF FIG-FAILED
               MOVE "COULD NOT COUNT THE ROWS TO MOVE"
                   TO REFUSE-REASON
               PERFORM 3800-FINISH-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE FIG-COUNT TO MOVE-COUNT
           MOVE FIG-HASH  TO MOVE-HASH
           SUBTRACT MOVE-COUNT FROM AGED-COUNT GIVING HELD-COUNT
           ADD HELD-COUNT TO TOTAL-HELD
           IF MOVE-COUNT = 0
               MOVE HELD-COUNT TO COUNT-EDITED
               STRING "YEAR " DELIMITED BY SIZE
                      YEAR-TEXT DELIMITED BY SIZE
                      "  ALL" DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " AGED ROWS UNDER LEGAL HOLD - NONE MOVED"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-NAME-HISTORY-DB
           PERFORM 3300-MOVE-ROWS
           PERFORM 3800-FINISH-YEAR.

       3200-NAME-HISTORY-DB.
      * test.db -> test_hist_2021.db; a name without .db keeps its
      * whole self as the stem.
           MOVE DB-NAME-LEN TO DB-BASE-LEN
           IF DB-NAME-LEN > 3
               IF DBNAME(DB-NAME-LEN - 2:3) = ".db"
                   SUBTRACT 3 FROM DB-BASE-LEN
               END-IF
           END-IF
           MOVE SPACES TO HIST-DBNAME
           STRING DBNAME(1:DB-BASE-LEN) DELIMITED BY SIZE
                  "_hist_" DELIMITED BY SIZE
                  YEAR-TEXT DELIMITED BY SIZE
                  ".db" DELIMITED BY SIZE
               INTO HIST-DBNAME
           END-STRING.

       3300-MOVE-ROWS.
      * ATTACH cannot run inside a transaction, so it comes first;
      * everything after it is one transaction over both files.
           MOVE SPACES TO SQLTEXT
           STRING "ATTACH DATABASE '" DELIMITED BY SIZE
                  HIST-DBNAME DELIMITED BY SPACE
                  "' AS HIST;" DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           PERFORM 2300-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "HISTORY DATABASE WOULD NOT ATTACH"
                   TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           SET HIST-ATTACHED TO TRUE

           MOVE "BEGIN TRANSACTION;" TO SQLTEXT
           PERFORM 2300-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "BEGIN TRANSACTION FAILED" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           SET TXN-STARTED TO TRUE

      * A new year's history table takes the live table's columns.
           MOVE SPACES TO SQLTEXT
           STRING "CREATE TABLE IF NOT EXISTS HIST." DELIMITED BY SIZE
                  TABLE-NAME DELIMITED BY SPACE
                  " AS SELECT * FROM main." DELIMITED BY SIZE
                  TABLE-NAME DELIMITED BY SPACE
                  " WHERE 0;" DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           PERFORM 2300-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "COULD NOT CREATE HISTORY TABLE" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

      * Both tables as they stand before anything moves.
           MOVE "main." TO FIG-SOURCE
           MOVE TABLE-NAME TO FIG-SOURCE(6:)
           MOVE 0 TO FIG-PRED-LEN
           PERFORM 2200-COUNT-AND-HASH
           IF FIG-FAILED
               MOVE "COULD NOT COUNT THE LIVE TABLE" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FIG-COUNT TO LIVE-BEFORE-COUNT
           MOVE FIG-HASH  TO LIVE-BEFORE-HASH
           MOVE "HIST." TO FIG-SOURCE
           MOVE TABLE-NAME TO FIG-SOURCE(6:)
           PERFORM 2200-COUNT-AND-HASH
           IF FIG-FAILED
               MOVE "COULD NOT COUNT HISTORY TABLE" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FIG-COUNT TO HIST-BEFORE-COUNT
           MOVE FIG-HASH  TO HIST-BEFORE-HASH

           MOVE SPACES TO SQLTEXT
           MOVE 1 TO SQLTEXT-PTR
           STRING "INSERT INTO HIST." DELIMITED BY SIZE
                  TABLE-NAME DELIMITED BY SPACE
                  " SELECT * FROM main." DELIMITED BY SIZE
                  TABLE-NAME DELIMITED BY SPACE
                  " WHERE " DELIMITED BY SIZE
                  YEAR-PRED(1:YEAR-PRED-LEN) DELIMITED BY SIZE
               INTO SQLTEXT
               WITH POINTER SQLTEXT-PTR
           END-STRING
           PERFORM 3350-APPEND-HOLD-PRED
           IF SQL-TOO-LONG
               MOVE "STATEMENT TOO LONG TO BUILD" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "INSERT INTO HISTORY FAILED" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

      * Proof one, before anything is deleted: what landed is what
      * was selected to move.
           PERFORM 2200-COUNT-AND-HASH
           IF FIG-FAILED
               MOVE "COULD NOT COUNT HISTORY TABLE" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           SUBTRACT HIST-BEFORE-COUNT FROM FIG-COUNT
               GIVING LANDED-COUNT
           SUBTRACT HIST-BEFORE-HASH FROM FIG-HASH
               GIVING LANDED-HASH
           IF LANDED-COUNT NOT = MOVE-COUNT OR
              LANDED-HASH NOT = MOVE-HASH
               MOVE "LANDED ROWS DO NOT MATCH" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SQLTEXT
           MOVE 1 TO SQLTEXT-PTR
           STRING "DELETE FROM main." DELIMITED BY SIZE
                  TABLE-NAME DELIMITED BY SPACE
                  " WHERE " DELIMITED BY SIZE
                  YEAR-PRED(1:YEAR-PRED-LEN) DELIMITED BY SIZE
               INTO SQLTEXT
               WITH POINTER SQLTEXT-PTR
           END-STRING
           PERFORM 3350-APPEND-HOLD-PRED
           IF SQL-TOO-LONG
               MOVE "STATEMENT TOO LONG TO BUILD" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "DELETE FROM LIVE TABLE FAILED" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

      * Proof two: what left the live table is what landed.
           MOVE "main." TO FIG-SOURCE
           MOVE TABLE-NAME TO FIG-SOURCE(6:)
           PERFORM 2200-COUNT-AND-HASH
           IF FIG-FAILED
               MOVE "COULD NOT COUNT THE LIVE TABLE" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           SUBTRACT FIG-COUNT FROM LIVE-BEFORE-COUNT
               GIVING LEFT-COUNT
           SUBTRACT FIG-HASH FROM LIVE-BEFORE-HASH
               GIVING LEFT-HASH
           IF LEFT-COUNT NOT = LANDED-COUNT OR
              LEFT-HASH NOT = LANDED-HASH
               MOVE "ROWS LEFT DO NOT MATCH LANDED" TO REFUSE-REASON
           END-IF.

       3350-APPEND-HOLD-PRED.
           MOVE "N" TO SQL-FIT-FLAG
           IF HOLD-PRED-LEN > 0
               STRING HOLD-PRED(1:HOLD-PRED-LEN) DELIMITED BY SIZE
                   INTO SQLTEXT
                   WITH POINTER SQLTEXT-PTR
                   ON OVERFLOW
                       SET SQL-TOO-LONG TO TRUE
               END-STRING
           END-IF
           STRING ";" DELIMITED BY SIZE
               INTO SQLTEXT
               WITH POINTER SQLTEXT-PTR
               ON OVERFLOW
                   SET SQL-TOO-LONG TO TRUE
           END-STRING.

       3800-FINISH-YEAR.
      * Commit only a proved year; anything else rolls back whole.
           IF TXN-STARTED
               IF REFUSE-REASON = SPACES
                   MOVE "COMMIT;" TO SQLTEXT
                   PERFORM 2300-EXEC-ONE-STATEMENT
                   IF EXEC-RC NOT = ZERO
                       MOVE "COMMIT FAILED" TO REFUSE-REASON
                   END-IF
               END-IF
               IF REFUSE-REASON NOT = SPACES
                   MOVE "ROLLBACK;" TO SQLTEXT
                   PERFORM 2300-EXEC-ONE-STATEMENT
               END-IF
           END-IF
           IF HIST-ATTACHED
               MOVE "DETACH DATABASE HIST;" TO SQLTEXT
               PERFORM 2300-EXEC-ONE-STATEMENT
           END-IF

           MOVE SPACES TO ARCHR-RECORD
           MOVE RUN-TIMESTAMP TO AR-RUN-TS
           MOVE BUSINESS-DATE TO AR-BUSINESS-DATE
           MOVE TABLE-NAME    TO AR-TABLE-NAME
           MOVE DBNAME        TO AR-LIVE-DBNAME
           MOVE HIST-DBNAME   TO AR-HIST-DBNAME
           MOVE YEAR-TEXT     TO AR-YEAR
           MOVE CUTOFF-DATE   TO AR-CUTOFF-DATE
           MOVE HELD-COUNT    TO AR-HELD-COUNT
           IF REFUSE-REASON = SPACES
               SET AR-IS-MOVED TO TRUE
               MOVE MOVE-COUNT TO AR-ROW-COUNT
               MOVE MOVE-HASH  TO AR-AMOUNT-HASH
               ADD 1 TO YEARS-MOVED
               ADD MOVE-COUNT TO TOTAL-MOVED
           ELSE
               SET AR-IS-REFUSED TO TRUE
               MOVE 0 TO AR-ROW-COUNT
               MOVE 0 TO AR-AMOUNT-HASH
               MOVE REFUSE-REASON TO AR-REASON
               ADD 1 TO YEARS-REFUSED
               SET RUN-STOPPED TO TRUE
               MOVE SPACES TO LOG-TEXT
               STRING "ROW ARCHIVAL REFUSED " DELIMITED BY SIZE
                      TABLE-NAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      YEAR-TEXT DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      REFUSE-REASON DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF
           WRITE ARCHR-RECORD
           PERFORM 6200-PRINT-YEAR.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           MOVE "ARCHRPT" TO RW-FILE-NAME
           MOVE "AGED ROW ARCHIVAL" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "TABLE " DELIMITED BY SIZE
                  TABLE-NAME DELIMITED BY SPACE
                  "  DATABASE " DELIMITED BY SIZE
                  DBNAME DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE RETAIN-DAYS TO RETAIN-EDITED
           STRING "RETENTION" DELIMITED BY SIZE
                  RETAIN-EDITED DELIMITED BY SIZE
                  " DAYS - ROWS DATED BEFORE " DELIMITED BY SIZE
                  CUTOFF-DATE DELIMITED BY SIZE
                  " MOVE" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               MOVE HW-HOLD-ID(HOLD-IDX) TO HOLD-ID-EDITED
               STRING "LEGAL HOLD " DELIMITED BY SIZE
                      HOLD-ID-EDITED DELIMITED BY SIZE
                      " KEEPS " DELIMITED BY SIZE
                      HW-FROM-DATE(HOLD-IDX) DELIMITED BY SIZE
                      " THRU " DELIMITED BY SIZE
                      HW-TO-DATE(HOLD-IDX) DELIMITED BY SIZE
                      " LIVE" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM
           PERFORM 6800-WRITE-RPT-LINE.

       6200-PRINT-YEAR.
           STRING "YEAR " DELIMITED BY SIZE
                  YEAR-TEXT DELIMITED BY SIZE
                  "  TO " DELIMITED BY SIZE
                  HIST-DBNAME DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF REFUSE-REASON = SPACES
               MOVE MOVE-COUNT TO COUNT-EDITED
               MOVE MOVE-HASH TO HASH-EDITED
               STRING "  ROWS MOVED" DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      "  AMOUNT HASH " DELIMITED BY SIZE
                      HASH-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               MOVE "  LANDED = SELECTED, LEFT = LANDED - COMMITTED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           ELSE
               STRING "  ** REFUSED - " DELIMITED BY SIZE
                      REFUSE-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               MOVE "     ROLLED BACK - LIVE TABLE LEFT AS IT WAS"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF HELD-COUNT > 0
               MOVE HELD-COUNT TO COUNT-EDITED
               STRING "  HELD LIVE " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " ROWS UNDER LEGAL HOLD" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6500-PRINT-RUN-TOTALS.
           MOVE YEARS-MOVED TO COUNT-EDITED
           STRING "YEARS MOVED    " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE YEARS-REFUSED TO COUNT-EDITED
           STRING "YEARS REFUSED  " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE TOTAL-MOVED TO COUNT-EDITED
           STRING "ROWS MOVED     " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE TOTAL-HELD TO COUNT-EDITED
           STRING "ROWS HELD LIVE " DELIMITED BY SIZE
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

       END PROGRAM ROW-ARCH.
