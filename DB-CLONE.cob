       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-CLONE.

      *****************************************************************
      * DB-CLONE - masked production-to-test cloner. Works the clone
      * requests on SUMCLONE (see CBCLONE): each production table is
      * copied, every row in its stored order, into a table of the
      * same name in the named test database - attached beside the
      * production database the way ROW-ARCH attaches its history
      * databases, so the copy is one transaction over both files.
      * The named key columns are scrambled, the category column is
      * remapped when one is named, and everything else - the
      * amounts above all, and the NULLs wherever they fall - goes
      * across exactly as stored. The clone's total is taken the way
      * the scan takes it, and the matching CBCASE record is
      * appended to SUMCASES, so REGRESS-SUITE runs against the
      * clone on its next pass.
      *
      * The test table is rebuilt from scratch on every clone; it
      * takes the production table's columns and declared types,
      * not its keys or indexes. The production database is only
      * read, and a request whose target is the production database
      * itself is refused.
      *
      * RC 0 = every request cloned, 8 = a request refused or its
      * clone rolled back (logged; remaining requests still
      * attempted).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLONEFILE ASSIGN TO "SUMCLONE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLONE-FILE-STATUS.
      * OPTIONAL - no map is no named replacements; every category
      * takes the cloner's own numbering.
           SELECT OPTIONAL CLMAPFILE ASSIGN TO "SUMCLMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLMAP-FILE-STATUS.
      * OPTIONAL - a fresh environment has no case file yet.
           SELECT OPTIONAL CASEFILE ASSIGN TO "SUMCASES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLONEFILE.
           COPY CBCLONE.

       FD  CLMAPFILE.
           COPY CBCLMAP.

       FD  CASEFILE.
           COPY CBCASE.

       WORKING-STORAGE SECTION.
       01 CLONE-FILE-STATUS   PIC XX.
           88 CLONE-FILE-OK       VALUE "00".
       01 CLMAP-FILE-STATUS   PIC XX.
           88 CLMAP-FILE-OK       VALUE "00" "05".
       01 CASE-FILE-STATUS    PIC XX.
       01 CLONE-EOF-FLAG      PIC X.
           88 CLONE-AT-EOF        VALUE "Y".
       01 CLMAP-EOF-FLAG      PIC X.
           88 CLMAP-AT-EOF        VALUE "Y".
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 DB                  POINTER.
       01 ERR                 POINTER.
       01 RC                  PIC 9 COMP-5.
       01 EXEC-RC             PIC 9 COMP-5.
       01 NULL-CALLBACK       PROCEDURE-POINTER.
       01 NULL-PARG           POINTER.
       01 SQLTEXT             PIC X(300).
       01 BUILD-DBNAME        PIC X(64).
       01 STMT                POINTER.
       01 TAIL-PTR            POINTER.
      * -1 tells sqlite3_prepare_v2 to read the SQL up to its NUL.
       01 SQL-NBYTE           PIC S9(9) COMP-5 VALUE -1.
       01 PREP-RC             PIC S9(9) COMP-5.
       01 STEP-RC             PIC S9(9) COMP-5.
       01 FIN-RC              PIC S9(9) COMP-5.
      * SQLITE_ROW / SQLITE_DONE.
       01 SQLITE-ROW-RC       PIC S9(9) COMP-5 VALUE 100.
       01 SQLITE-DONE-RC      PIC S9(9) COMP-5 VALUE 101.

       01 REFUSE-REASON       PIC X(40).
       01 ANY-FAIL-FLAG       PIC X VALUE "N".
           88 SOMETHING-FAILED    VALUE "Y".
       01 ATTACH-FLAG         PIC X.
           88 CLONE-ATTACHED      VALUE "Y".
       01 TXN-FLAG            PIC X.
           88 TXN-STARTED         VALUE "Y".
       01 STMT-FLAG           PIC X.
           88 STMT-PREPARED       VALUE "Y".
       01 NAME-IDX            PIC 99 COMP-5.
       01 NAME-LEN            PIC 99 COMP-5.
       01 NAME-CHAR           PIC X.
       01 QUOTE-COUNT         PIC 99 COMP-5.

      * The production table's columns, as the SELECT answers them,
      * with the role each plays in the clone: V value (copied, and
      * totalled), K key (scrambled), C category (remapped), blank
      * copied as it stands.
       01 COL-COUNT           PIC S9(9) COMP-5.
       01 COL-I               PIC S9(9) COMP-5.
       01 COL-IDX             PIC 99 COMP-5.
       01 COL-TABLE.
           05 COL-ENTRY OCCURS 50 TIMES.
               10 COL-NAME       PIC X(20).
               10 COL-ROLE       PIC X.
       01 KEY-IDX             PIC 9 COMP-5.
       01 KEY-HIT-FLAG        PIC X.
           88 KEY-COLUMN-FOUND    VALUE "Y".
       01 VALUE-COL-IDX       PIC 99 COMP-5.
       01 CAT-COL-IDX         PIC 99 COMP-5.
       01 NAME-TEXT-PTR       POINTER.
       01 NAME-NUL-POS        PIC 99 COMP-5.

      * One row's statement, built value by value - every value goes
      * in as quoted text with its quotes doubled, which the
      * column's declared type takes back to what it was.
       01 INSERT-SQL          PIC X(16000).
       01 INSERT-PTR          PIC 9(5) COMP-5.
       01 TEXT-PTR            POINTER.
       01 TEXT-LEN            PIC S9(9) COMP-5.
       01 VALUE-WORK          PIC X(1000).
       01 CHAR-POS            PIC 9(4) COMP-5.

      * The scan's own reading of the value column: the first nine
      * characters, exactly the window its callback reads, numeric
      * or skipped.
       01 VAL-TEXT-WORK       PIC X(9).
       01 CLONED-TOTAL        PIC S9(11)V99 COMP-3.
       01 CLONED-ROWS         PIC 9(9).
       01 ROWS-EDITED         PIC ZZZ,ZZZ,ZZ9.
       01 CLONE-COUNT         PIC 9(3) VALUE 0.
       01 CLONE-EDITED        PIC ZZ9.

      * Key scrambling - the AUDIT-VERIFY chain arithmetic, run over
      * the seed and then the whole key, so every character of the
      * result depends on every character of the key.
       01 SCRAMBLE-HASH       PIC 9(10).
       01 SCRAMBLE-QUOT       PIC 9(10).
       01 SCRAMBLE-PICK       PIC 99.
       01 DIGIT-OUT           PIC 9.
       01 KEY-CHAR            PIC X.
       01 FIRST-DIGIT-FLAG    PIC X.
           88 FIRST-DIGIT-DONE    VALUE "Y".
       01 UPPER-LETTERS       PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 LOWER-LETTERS       PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".

      * Category replacements - the map's, then the cloner's own
      * numbering as new categories turn up.
       01 CAT-MAP-COUNT       PIC 9(3) COMP-5.
       01 CAT-MAP-TABLE.
           05 CM-ENTRY OCCURS 500 TIMES.
               10 CM-FROM        PIC X(20).
               10 CM-TO          PIC X(20).
               10 CM-FROM-TABLE  PIC X.
       01 CM-IDX              PIC 9(3) COMP-5.
       01 CM-HIT-IDX          PIC 9(3) COMP-5.
       01 CAT-GEN-SEQ         PIC 9(4).
       01 CAT-KEY             PIC X(20).

       LINKAGE SECTION.
       01 COL-TEXT            PIC X(1000).
       01 COL-NAME-TEXT       PIC X(20).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE "N" TO CLONE-EOF-FLAG
           OPEN INPUT CLONEFILE
           IF NOT CLONE-FILE-OK
               MOVE "CLONER: NO SUMCLONE FILE - NOTHING TO CLONE"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CLONE-AT-EOF
               READ CLONEFILE
                   AT END
                       SET CLONE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1000-CLONE-ONE-TABLE
               END-READ
           END-PERFORM
           CLOSE CLONEFILE

           MOVE CLONE-COUNT TO CLONE-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "CLONER: " DELIMITED BY SIZE
                  CLONE-EDITED DELIMITED BY SIZE
                  " TABLES CLONED" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT

           IF SOMETHING-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-CLONE-ONE-TABLE.
           MOVE SPACES TO REFUSE-REASON
           MOVE ZERO TO CLONED-TOTAL
           MOVE 0 TO CLONED-ROWS
           MOVE "N" TO ATTACH-FLAG
           MOVE "N" TO TXN-FLAG
           MOVE "N" TO STMT-FLAG
           PERFORM 1100-CHECK-REQUEST
           IF REFUSE-REASON NOT = SPACES
               PERFORM 1900-REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-CATEGORY-MAP
           IF REFUSE-REASON NOT = SPACES
               PERFORM 1900-REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE CLN-SOURCE-DB TO BUILD-DBNAME
           INSPECT BUILD-DBNAME REPLACING TRAILING SPACE BY LOW-VALUE
           SET DB  TO NULL
           SET ERR TO NULL
           CALL "sqlite3_open" USING
               BY REFERENCE BUILD-DBNAME
               BY REFERENCE DB
               RETURNING    RC
           END-CALL
           IF RC NOT = ZERO
               MOVE "PRODUCTION DATABASE WOULD NOT OPEN"
                   TO REFUSE-REASON
               PERFORM 1900-REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM 2000-COPY-ROWS

      * Nothing half-copied is ever left behind: the test table is
      * committed whole or not at all.
           IF TXN-STARTED
               IF REFUSE-REASON = SPACES
                   MOVE "COMMIT;" TO SQLTEXT
                   PERFORM 2900-EXEC-ONE-STATEMENT
                   IF EXEC-RC NOT = ZERO
                       MOVE "COMMIT OF THE CLONE FAILED"
                           TO REFUSE-REASON
                   END-IF
               ELSE
                   MOVE "ROLLBACK;" TO SQLTEXT
                   PERFORM 2900-EXEC-ONE-STATEMENT
               END-IF
           END-IF
           CALL "sqlite3_close" USING BY VALUE DB END-CALL

           IF REFUSE-REASON NOT = SPACES
               PERFORM 1900-REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CLONE-COUNT
           PERFORM 4000-EMIT-CASE-RECORD.

       1100-CHECK-REQUEST.
           IF CLN-SOURCE-DB = SPACES OR CLN-TABLE-NAME = SPACES OR
              CLN-TARGET-DB = SPACES
               MOVE "REQUEST INCOMPLETE" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF CLN-TARGET-DB = CLN-SOURCE-DB
               MOVE "TARGET IS THE PRODUCTION DATABASE"
                   TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
      * The names are spliced into the statements - a table name
      * is a plain name, and no quote may break the ATTACH.
           MOVE 0 TO NAME-LEN
           INSPECT CLN-TABLE-NAME TALLYING NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > NAME-LEN
               MOVE CLN-TABLE-NAME(NAME-IDX:1) TO NAME-CHAR
               IF NAME-CHAR IS NOT ALPHABETIC AND
                  NAME-CHAR IS NOT NUMERIC AND
                  NAME-CHAR NOT = "_"
                   MOVE "TABLE NAME NOT A PLAIN NAME" TO REFUSE-REASON
               END-IF
           END-PERFORM
           MOVE 0 TO QUOTE-COUNT
           INSPECT CLN-TARGET-DB TALLYING QUOTE-COUNT FOR ALL "'"
           IF QUOTE-COUNT > 0
               MOVE "TEST DATABASE NAME UNUSABLE" TO REFUSE-REASON
           END-IF.

       1200-LOAD-CATEGORY-MAP.
      * A replacement for this table wins over one for every table,
      * whichever order the map lists them in.
           MOVE 0 TO CAT-MAP-COUNT
           MOVE 0 TO CAT-GEN-SEQ
           IF CLN-CAT-COL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CLMAP-EOF-FLAG
           OPEN INPUT CLMAPFILE
           IF NOT CLMAP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CLMAP-AT-EOF
               READ CLMAPFILE
                   AT END
                       SET CLMAP-AT-EOF TO TRUE
                   NOT AT END
                       IF CLM-TABLE-NAME = CLN-TABLE-NAME OR
                          CLM-TABLE-NAME = SPACES
                           PERFORM 1210-TAKE-MAP-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLMAPFILE.

       1210-TAKE-MAP-ENTRY.
           MOVE CLM-FROM-CATEGORY TO CAT-KEY
           PERFORM 3210-FIND-CATEGORY
           IF CM-HIT-IDX > 0
               IF CLM-TABLE-NAME NOT = SPACES
                   MOVE CLM-TO-CATEGORY TO CM-TO(CM-HIT-IDX)
                   MOVE "Y" TO CM-FROM-TABLE(CM-HIT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CAT-MAP-COUNT NOT < 500
               MOVE "OVER 500 CATEGORIES - NOT CLONED"
                   TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAT-MAP-COUNT
           MOVE CLM-FROM-CATEGORY TO CM-FROM(CAT-MAP-COUNT)
           MOVE CLM-TO-CATEGORY   TO CM-TO(CAT-MAP-COUNT)
           IF CLM-TABLE-NAME NOT = SPACES
               MOVE "Y" TO CM-FROM-TABLE(CAT-MAP-COUNT)
           ELSE
               MOVE "N" TO CM-FROM-TABLE(CAT-MAP-COUNT)
           END-IF.

       1900-REPORT-REFUSAL.
           SET SOMETHING-FAILED TO TRUE
           MOVE SPACES TO LOG-TEXT
           STRING "CLONER: " DELIMITED BY SIZE
                  CLN-TABLE-NAME DELIMITED BY SPACE
                  " NOT CLONED - " DELIMITED BY SIZE
                  REFUSE-REASON DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV.

       2000-COPY-ROWS.
      * ATTACH cannot run inside a transaction, so it comes first;
      * everything after it is one transaction over both files.
           MOVE SPACES TO SQLTEXT
           STRING "ATTACH DATABASE '" DELIMITED BY SIZE
                  CLN-TARGET-DB DELIMITED BY SPACE
                  "' AS CLONE;" DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           PERFORM 2900-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "TEST DATABASE WOULD NOT ATTACH" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           SET CLONE-ATTACHED TO TRUE

           MOVE "BEGIN TRANSACTION;" TO SQLTEXT
           PERFORM 2900-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "BEGIN TRANSACTION FAILED" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           SET TXN-STARTED TO TRUE

           MOVE SPACES TO SQLTEXT
           STRING "DROP TABLE IF EXISTS CLONE." DELIMITED BY SIZE
                  CLN-TABLE-NAME DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           PERFORM 2900-EXEC-ONE-STATEMENT
           MOVE SPACES TO SQLTEXT
           STRING "CREATE TABLE CLONE." DELIMITED BY SIZE
                  CLN-TABLE-NAME DELIMITED BY SPACE
                  " AS SELECT * FROM main." DELIMITED BY SIZE
                  CLN-TABLE-NAME DELIMITED BY SPACE
                  " WHERE 0;" DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           PERFORM 2900-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "PRODUCTION TABLE NOT FOUND" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF

      * No ORDER BY - the table comes back in its stored order,
      * which is the order the clone keeps.
           MOVE SPACES TO SQLTEXT
           STRING "SELECT * FROM main." DELIMITED BY SIZE
                  CLN-TABLE-NAME DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           INSPECT SQLTEXT REPLACING TRAILING SPACE BY LOW-VALUE
           CALL "sqlite3_prepare_v2" USING
               BY VALUE     DB
               BY REFERENCE SQLTEXT
               BY VALUE     SQL-NBYTE
               BY REFERENCE STMT
               BY REFERENCE TAIL-PTR
               RETURNING    PREP-RC
           END-CALL
           IF PREP-RC NOT = ZERO
               MOVE "PRODUCTION TABLE WOULD NOT READ" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           SET STMT-PREPARED TO TRUE

           PERFORM 2100-RESOLVE-COLUMNS
           IF REFUSE-REASON = SPACES
               PERFORM 2200-COPY-ONE-ROW WITH TEST AFTER
                   UNTIL STEP-RC NOT = SQLITE-ROW-RC
                      OR REFUSE-REASON NOT = SPACES
               IF REFUSE-REASON = SPACES AND
                  STEP-RC NOT = SQLITE-DONE-RC
                   MOVE "PRODUCTION TABLE READ FAILED MID-COPY"
                       TO REFUSE-REASON
               END-IF
           END-IF
           CALL "sqlite3_finalize" USING
               BY VALUE STMT
               RETURNING FIN-RC
           END-CALL.

       2100-RESOLVE-COLUMNS.
      * Every column the request names has to be on the table, and
      * the value column is never a key or the category - the
      * amounts go across untouched or the case's total is a lie.
           CALL "sqlite3_column_count" USING
               BY VALUE STMT
               RETURNING COL-COUNT
           END-CALL
           IF COL-COUNT > 50
               MOVE "OVER 50 COLUMNS - NOT CLONED" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO VALUE-COL-IDX
           MOVE 0 TO CAT-COL-IDX
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               COMPUTE COL-I = COL-IDX - 1
               MOVE SPACES TO COL-NAME(COL-IDX)
               MOVE SPACE TO COL-ROLE(COL-IDX)
               CALL "sqlite3_column_name" USING
                   BY VALUE STMT
                   BY VALUE COL-I
                   RETURNING NAME-TEXT-PTR
               END-CALL
               IF NAME-TEXT-PTR NOT = NULL
                   SET ADDRESS OF COL-NAME-TEXT TO NAME-TEXT-PTR
                   MOVE 0 TO NAME-NUL-POS
                   INSPECT COL-NAME-TEXT TALLYING NAME-NUL-POS
                       FOR CHARACTERS BEFORE INITIAL LOW-VALUE
                   IF NAME-NUL-POS > 0
                       MOVE COL-NAME-TEXT(1:NAME-NUL-POS)
                           TO COL-NAME(COL-IDX)
                   END-IF
               END-IF
               IF CLN-CAT-COL NOT = SPACES AND
                  COL-NAME(COL-IDX) = CLN-CAT-COL
                   MOVE COL-IDX TO CAT-COL-IDX
               END-IF
           END-PERFORM
      * The scan totals the first column wherever it runs, so that
      * is the value column here too.
           IF COL-COUNT < 1
               MOVE "PRODUCTION TABLE HAS NO COLUMNS" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO VALUE-COL-IDX
           MOVE "V" TO COL-ROLE(1)
           IF CLN-CAT-COL NOT = SPACES
               IF CAT-COL-IDX = 0
                   MOVE "CATEGORY COLUMN NOT ON TABLE" TO REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF CAT-COL-IDX = VALUE-COL-IDX
                   MOVE "VALUE COLUMN CANNOT BE REMAPPED"
                       TO REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE "C" TO COL-ROLE(CAT-COL-IDX)
           END-IF
           PERFORM VARYING KEY-IDX FROM 1 BY 1 UNTIL KEY-IDX > 3
               IF CLN-KEY-COL(KEY-IDX) NOT = SPACES
                   PERFORM 2110-MARK-KEY-COLUMN
               END-IF
           END-PERFORM.

       2110-MARK-KEY-COLUMN.
           MOVE "N" TO KEY-HIT-FLAG
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT OR KEY-COLUMN-FOUND
               IF COL-NAME(COL-IDX) = CLN-KEY-COL(KEY-IDX)
                   SET KEY-COLUMN-FOUND TO TRUE
                   IF COL-ROLE(COL-IDX) = "V"
                       MOVE "VALUE COLUMN CANNOT BE A KEY"
                           TO REFUSE-REASON
                   ELSE
                       MOVE "K" TO COL-ROLE(COL-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT KEY-COLUMN-FOUND
               MOVE "KEY COLUMN NOT ON TABLE" TO REFUSE-REASON
           END-IF.

       2200-COPY-ONE-ROW.
           CALL "sqlite3_step" USING
               BY VALUE STMT
               RETURNING STEP-RC
           END-CALL
           IF STEP-RC NOT = SQLITE-ROW-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CLONED-ROWS

           MOVE SPACES TO INSERT-SQL
           MOVE 1 TO INSERT-PTR
           STRING "INSERT INTO CLONE." DELIMITED BY SIZE
                  CLN-TABLE-NAME DELIMITED BY SPACE
                  " VALUES (" DELIMITED BY SIZE
               INTO INSERT-SQL
               WITH POINTER INSERT-PTR
           END-STRING
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
                      OR REFUSE-REASON NOT = SPACES
               PERFORM 2300-ADD-ONE-VALUE
           END-PERFORM
           IF REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ");" TO INSERT-SQL(INSERT-PTR:2)
           ADD 2 TO INSERT-PTR
           MOVE LOW-VALUE TO INSERT-SQL(INSERT-PTR:1)

           SET NULL-CALLBACK TO NULL
           SET NULL-PARG     TO NULL
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE INSERT-SQL
               BY VALUE     NULL-CALLBACK
               BY REFERENCE NULL-PARG
               BY REFERENCE ERR
               RETURNING EXEC-RC
           END-CALL
           IF EXEC-RC NOT = ZERO
               MOVE "ROW WOULD NOT INSERT INTO THE CLONE"
                   TO REFUSE-REASON
           END-IF.

       2300-ADD-ONE-VALUE.
           IF COL-IDX > 1
               MOVE ", " TO INSERT-SQL(INSERT-PTR:2)
               ADD 2 TO INSERT-PTR
           END-IF
           COMPUTE COL-I = COL-IDX - 1
      * A NULL pointer is a SQL NULL, and it stays one - the NULL
      * patterns are half the reason for cloning.
           CALL "sqlite3_column_text" USING
               BY VALUE STMT
               BY VALUE COL-I
               RETURNING TEXT-PTR
           END-CALL
           IF TEXT-PTR = NULL
               MOVE "NULL" TO INSERT-SQL(INSERT-PTR:4)
               ADD 4 TO INSERT-PTR
               EXIT PARAGRAPH
           END-IF
           CALL "sqlite3_column_bytes" USING
               BY VALUE STMT
               BY VALUE COL-I
               RETURNING TEXT-LEN
           END-CALL
           IF TEXT-LEN > 1000
               MOVE "VALUE OVER 1000 BYTES - NOT CLONED"
                   TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VALUE-WORK
           IF TEXT-LEN > 0
               SET ADDRESS OF COL-TEXT TO TEXT-PTR
               MOVE COL-TEXT(1:TEXT-LEN) TO VALUE-WORK
           END-IF

           EVALUATE COL-ROLE(COL-IDX)
               WHEN "V"
                   PERFORM 3000-TAKE-VALUE
               WHEN "K"
                   PERFORM 3100-SCRAMBLE-KEY
               WHEN "C"
                   PERFORM 3200-REMAP-CATEGORY
           END-EVALUATE
           IF REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      * Room for the value with every character a doubled quote,
      * its own quotes, and the statement's close.
           IF INSERT-PTR + TEXT-LEN + TEXT-LEN + 8 > 16000
               MOVE "ROW TOO WIDE TO CLONE" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "'" TO INSERT-SQL(INSERT-PTR:1)
           ADD 1 TO INSERT-PTR
           PERFORM VARYING CHAR-POS FROM 1 BY 1
                   UNTIL CHAR-POS > TEXT-LEN
               MOVE VALUE-WORK(CHAR-POS:1) TO INSERT-SQL(INSERT-PTR:1)
               ADD 1 TO INSERT-PTR
               IF VALUE-WORK(CHAR-POS:1) = "'"
                   MOVE "'" TO INSERT-SQL(INSERT-PTR:1)
                   ADD 1 TO INSERT-PTR
               END-IF
           END-PERFORM
           MOVE "'" TO INSERT-SQL(INSERT-PTR:1)
           ADD 1 TO INSERT-PTR.

       2900-EXEC-ONE-STATEMENT.
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

       3000-TAKE-VALUE.
           MOVE VALUE-WORK(1:9) TO VAL-TEXT-WORK
           IF VAL-TEXT-WORK NOT = SPACES AND
              FUNCTION TEST-NUMVAL(VAL-TEXT-WORK) = 0
               ADD FUNCTION NUMVAL(VAL-TEXT-WORK) TO CLONED-TOTAL
           END-IF.

       3100-SCRAMBLE-KEY.
      * Digits stay digits, letters stay letters of the same case,
      * anything else stays where it is - so a key keeps its length
      * and shape, and a numeric key's leading digit is never made
      * a zero that its column's type would then drop.
           MOVE ZERO TO SCRAMBLE-HASH
           PERFORM VARYING CHAR-POS FROM 1 BY 1 UNTIL CHAR-POS > 20
               COMPUTE SCRAMBLE-HASH =
                   FUNCTION MOD(SCRAMBLE-HASH * 31 +
                       FUNCTION ORD(CLN-TOKEN-SEED(CHAR-POS:1)),
                       999999937)
           END-PERFORM
           PERFORM VARYING CHAR-POS FROM 1 BY 1
                   UNTIL CHAR-POS > TEXT-LEN
               COMPUTE SCRAMBLE-HASH =
                   FUNCTION MOD(SCRAMBLE-HASH * 31 +
                       FUNCTION ORD(VALUE-WORK(CHAR-POS:1)),
                       999999937)
           END-PERFORM
           MOVE "N" TO FIRST-DIGIT-FLAG
           PERFORM VARYING CHAR-POS FROM 1 BY 1
                   UNTIL CHAR-POS > TEXT-LEN
               COMPUTE SCRAMBLE-HASH =
                   FUNCTION MOD(SCRAMBLE-HASH * 31 + CHAR-POS,
                                999999937)
               MOVE VALUE-WORK(CHAR-POS:1) TO KEY-CHAR
               EVALUATE TRUE
                   WHEN KEY-CHAR IS NUMERIC
                       PERFORM 3110-SCRAMBLE-DIGIT
                   WHEN KEY-CHAR >= "A" AND KEY-CHAR <= "Z"
                       DIVIDE SCRAMBLE-HASH BY 26
                           GIVING SCRAMBLE-QUOT
                           REMAINDER SCRAMBLE-PICK
                       MOVE UPPER-LETTERS(SCRAMBLE-PICK + 1:1)
                           TO VALUE-WORK(CHAR-POS:1)
                   WHEN KEY-CHAR >= "a" AND KEY-CHAR <= "z"
                       DIVIDE SCRAMBLE-HASH BY 26
                           GIVING SCRAMBLE-QUOT
                           REMAINDER SCRAMBLE-PICK
                       MOVE LOWER-LETTERS(SCRAMBLE-PICK + 1:1)
                           TO VALUE-WORK(CHAR-POS:1)
               END-EVALUATE
           END-PERFORM.

       3110-SCRAMBLE-DIGIT.
           IF NOT FIRST-DIGIT-DONE AND KEY-CHAR NOT = "0"
               DIVIDE SCRAMBLE-HASH BY 9
                   GIVING SCRAMBLE-QUOT
                   REMAINDER SCRAMBLE-PICK
               ADD 1 TO SCRAMBLE-PICK
           ELSE
               DIVIDE SCRAMBLE-HASH BY 10
                   GIVING SCRAMBLE-QUOT
                   REMAINDER SCRAMBLE-PICK
           END-IF
           SET FIRST-DIGIT-DONE TO TRUE
           MOVE SCRAMBLE-PICK TO DIGIT-OUT
           MOVE DIGIT-OUT TO VALUE-WORK(CHAR-POS:1).

       3200-REMAP-CATEGORY.
      * Categories are told apart by their first 20 characters, the
      * width the scan's callback reads them at.
           MOVE VALUE-WORK(1:20) TO CAT-KEY
           PERFORM 3210-FIND-CATEGORY
           IF CM-HIT-IDX = 0
               IF CAT-MAP-COUNT NOT < 500
                   MOVE "OVER 500 CATEGORIES - NOT CLONED"
                       TO REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CAT-MAP-COUNT
               ADD 1 TO CAT-GEN-SEQ
               MOVE CAT-KEY TO CM-FROM(CAT-MAP-COUNT)
               MOVE SPACES TO CM-TO(CAT-MAP-COUNT)
               STRING "CAT" CAT-GEN-SEQ DELIMITED BY SIZE
                   INTO CM-TO(CAT-MAP-COUNT)
               END-STRING
               MOVE "N" TO CM-FROM-TABLE(CAT-MAP-COUNT)
               MOVE CAT-MAP-COUNT TO CM-HIT-IDX
           END-IF
           MOVE SPACES TO VALUE-WORK
           MOVE CM-TO(CM-HIT-IDX) TO VALUE-WORK
           MOVE 0 TO TEXT-LEN
           PERFORM VARYING CHAR-POS FROM 20 BY -1
                   UNTIL CHAR-POS < 1 OR TEXT-LEN > 0
               IF VALUE-WORK(CHAR-POS:1) NOT = SPACE
                   MOVE CHAR-POS TO TEXT-LEN
               END-IF
           END-PERFORM.

       3210-FIND-CATEGORY.
           MOVE 0 TO CM-HIT-IDX
           PERFORM VARYING CM-IDX FROM 1 BY 1
                   UNTIL CM-IDX > CAT-MAP-COUNT OR CM-HIT-IDX > 0
               IF CM-FROM(CM-IDX) = CAT-KEY
                   MOVE CM-IDX TO CM-HIT-IDX
               END-IF
           END-PERFORM.

       4000-EMIT-CASE-RECORD.
      * The matching regression case, appended so REGRESS-SUITE
      * picks the clone up on its next pass.
           OPEN EXTEND CASEFILE
           MOVE SPACES TO CASE-RECORD
           MOVE CLN-TARGET-DB     TO CASE-DBNAME
           MOVE CLN-TABLE-NAME    TO CASE-TABLE-NAME
           MOVE CLONED-TOTAL      TO CASE-EXPECTED-SUM
           WRITE CASE-RECORD
           CLOSE CASEFILE
           MOVE CLONED-ROWS TO ROWS-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "CLONER: " DELIMITED BY SIZE
                  CLN-TABLE-NAME DELIMITED BY SPACE
                  " CLONED," DELIMITED BY SIZE
                  ROWS-EDITED DELIMITED BY SIZE
                  " ROWS - CASE APPENDED" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       END PROGRAM DB-CLONE.
