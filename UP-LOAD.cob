       IDENTIFICATION DIVISION.
       PROGRAM-ID. UP-LOAD.

      *****************************************************************
      * UP-LOAD - loads the acquired shops' fixed-width daily files
      * (SUMUPLD, see CBUPLD) into the sqlite source tables the scan
      * reads. They used to go in through ad-hoc sqlite3 commands
      * before the night started, and a half-loaded file once gave
      * a clean-looking but short run. Now each envelope is loaded
      * inside one transaction on the SUMPARM database:
      *   - the header must name a plain table and the business
      *     date; the table is created if new and emptied, so a
      *     rerun replaces the day's rows rather than doubling them
      *   - each detail is edited - value numeric, category present
      *     and free of quotes - and a failure is set aside on
      *     SUMUPREJ (see CBUPREJ) with its reason while the rest
      *     of the envelope loads
      *   - the trailer's count and hash must agree with the
      *     records received, and with the SUMUPCTL control record
      *     for the table and date when the shop has sent one
      * Only an envelope that balances is committed; anything else
      * - a missing trailer included - is rolled back, leaving the
      * table as it was, and alerted. The load report is UPLDRPT.
      *
      * Scheduled in SUMSCHED as job UPLOAD (program UP-LOAD, BUS
      * days) and named as a predecessor of the scan job, so a
      * refused load holds the scan instead of letting it total a
      * short table. No SUMUPLD file means no shop sent one tonight.
      *
      * RC 0 = every envelope committed clean, or nothing to load;
      * 4 = committed with records set aside on SUMUPREJ; 8 = an
      * envelope refused, records outside any envelope, or the
      * database could not be opened.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UPLDFILE ASSIGN TO "SUMUPLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UPLD-FILE-STATUS.
           SELECT UPREJFILE ASSIGN TO "SUMUPREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UPREJ-FILE-STATUS.
           SELECT OPTIONAL UPCTLFILE ASSIGN TO "SUMUPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UPCTL-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO "SUMPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UPLDFILE.
           COPY CBUPLD.

       FD  UPREJFILE.
           COPY CBUPREJ.

       FD  UPCTLFILE.
           COPY CBUPCTL.

       FD  PARMFILE.
           COPY CBPARM.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 UPLD-FILE-STATUS    PIC XX.
           88 UPLD-FILE-OK        VALUE "00".
       01 UPREJ-FILE-STATUS   PIC XX.
           88 UPREJ-FILE-OK       VALUE "00".
       01 UPCTL-FILE-STATUS   PIC XX.
           88 UPCTL-FILE-OK       VALUE "00".
       01 PARM-FILE-STATUS    PIC XX.
           88 PARM-FILE-OK        VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 EOF-FLAG            PIC X.
           88 FILE-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 BUSINESS-DATE       PIC X(10).
       01 CURRENT-DATE-WORK   PIC X(21).

       01 DBNAME              PIC X(64) VALUE "test.db".
       01 DB                  POINTER.
       01 ERR                 POINTER.
       01 RC                  PIC 9 COMP-5.
       01 EXEC-RC             PIC 9 COMP-5.
       01 NULL-CALLBACK       PROCEDURE-POINTER.
       01 NULL-PARG           POINTER.
       01 SQLTEXT             PIC X(200).
       01 DB-OPEN-FLAG        PIC X VALUE "N".
           88 DB-IS-OPEN          VALUE "Y".

      * Tonight's SUMUPCTL records - the others cannot apply.
       01 CTL-COUNT           PIC 9(3) COMP-5 VALUE 0.
       01 CTL-TABLE-WS.
           05 CTL-ENTRY OCCURS 100 TIMES.
               10 CTL-TABLE-NAME   PIC X(30).
               10 CTL-ROW-COUNT    PIC 9(9).
               10 CTL-AMOUNT-HASH  PIC 9(15).
       01 CTL-IDX             PIC 9(3) COMP-5.
       01 CTL-HIT-IDX         PIC 9(3) COMP-5.

      * The envelope in hand. N = none open, O = open and loading,
      * F = open but refused - its records are read and counted
      * and nothing more is inserted.
       01 ENVELOPE-STATE      PIC X VALUE "N".
           88 ENVELOPE-NONE       VALUE "N".
           88 ENVELOPE-GOOD       VALUE "O".
           88 ENVELOPE-REFUSED    VALUE "F".
           88 ENVELOPE-OPEN       VALUE "O" "F".
       01 TXN-FLAG            PIC X VALUE "N".
           88 TXN-STARTED         VALUE "Y".
       01 ENV-TABLE-NAME      PIC X(30).
       01 ENV-RUN-DATE        PIC X(10).
       01 ENV-SHOP            PIC X(8).
       01 ENV-DETAIL-COUNT    PIC 9(9).
       01 ENV-HASH            PIC 9(15) COMP-3.
       01 ENV-LOADED          PIC 9(9).
       01 ENV-REJECTED        PIC 9(9).
       01 ENV-LOADED-TOTAL    PIC S9(11)V99 COMP-3.
       01 ENV-CONTROL-FLAG    PIC X.
           88 ENV-CONTROL-ON-FILE VALUE "Y".
       01 REFUSE-REASON       PIC X(40).
       01 REASON-WORK         PIC X(40).
       01 REJECT-REASON       PIC X(32).

       01 NAME-LEN            PIC 99 COMP-5.
       01 NAME-IDX            PIC 99 COMP-5.
       01 NAME-CHAR           PIC X.
       01 QUOTE-COUNT         PIC 99 COMP-5.
       01 LEAD-SPACES         PIC 99 COMP-5.
       01 VALUE-EDITED        PIC -(9)9.99.
       01 VALUE-TEXT          PIC X(14).

       01 RECORD-NO           PIC 9(9) VALUE 0.
       01 ENVELOPE-COUNT      PIC 9(5) VALUE 0.
       01 COMMITTED-COUNT     PIC 9(5) VALUE 0.
       01 REFUSED-COUNT       PIC 9(5) VALUE 0.
       01 STRAY-COUNT         PIC 9(9) VALUE 0.
       01 TOTAL-LOADED        PIC 9(9) VALUE 0.
       01 TOTAL-REJECTED      PIC 9(9) VALUE 0.

       01 AMOUNT-EDITED       PIC -ZZZ,ZZZ,ZZ9.99.
       01 COUNT-EDITED        PIC ZZZ,ZZZ,ZZ9.
       01 COUNT-2-EDITED      PIC ZZZ,ZZZ,ZZ9.
       01 COUNT-3-EDITED      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SET-BUSINESS-DATE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT UPLDFILE
           IF UPLD-FILE-STATUS = "05"
               CLOSE UPLDFILE
               MOVE "UPSTREAM LOAD: NO SUMUPLD FILE - NOTHING TO LOAD"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT UPLD-FILE-OK
               MOVE "UPSTREAM LOAD: SUMUPLD COULD NOT BE OPENED"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-PARM
           PERFORM 1200-LOAD-CONTROLS
           PERFORM 6000-START-REPORT
           PERFORM 1300-OPEN-DATABASE
           IF NOT DB-IS-OPEN
               CLOSE UPLDFILE
               MOVE "** SOURCE DATABASE COULD NOT BE OPENED **"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE "NOTHING LOADED" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6900-END-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT UPREJFILE
           PERFORM UNTIL FILE-AT-EOF
               READ UPLDFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-TAKE-RECORD
               END-READ
           END-PERFORM
           IF ENVELOPE-OPEN
               MOVE "NO TRAILER - FILE TRUNCATED" TO REASON-WORK
               PERFORM 3900-REFUSE-ENVELOPE
               PERFORM 4000-CLOSE-ENVELOPE
           END-IF
           CLOSE UPLDFILE
           CLOSE UPREJFILE
           CALL "sqlite3_close" USING BY VALUE DB END-CALL

           IF ENVELOPE-COUNT = 0
               MOVE "SUMUPLD HELD NO ENVELOPE - NOTHING LOADED"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               ADD 1 TO REFUSED-COUNT
           END-IF
           PERFORM 6500-PRINT-RUN-TOTALS
           PERFORM 6900-END-REPORT

           MOVE COMMITTED-COUNT TO COUNT-EDITED
           MOVE REFUSED-COUNT TO COUNT-2-EDITED
           MOVE TOTAL-REJECTED TO COUNT-3-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "UPSTREAM LOAD:" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " LOADED," DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " REFUSED," DELIMITED BY SIZE
                  COUNT-3-EDITED DELIMITED BY SIZE
                  " REJECTS" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           EVALUATE TRUE
               WHEN REFUSED-COUNT > 0 OR STRAY-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN TOTAL-REJECTED > 0
                   MOVE "W" TO LOG-SEV
                   MOVE "UPSTREAM LOAD: RECORDS SET ASIDE ON SUMUPREJ"
                       TO LOG-TEXT
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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
      * The same database the scan is pointed at - loading anywhere
      * else would be loading for nobody.
           OPEN INPUT PARMFILE
           IF PARM-FILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DBNAME NOT = SPACES
                           MOVE PARM-DBNAME TO DBNAME
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF
           INSPECT DBNAME REPLACING TRAILING SPACE BY LOW-VALUE.

       1200-LOAD-CONTROLS.
           MOVE 0 TO CTL-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT UPCTLFILE
           IF NOT UPCTL-FILE-OK
               IF UPCTL-FILE-STATUS = "05"
                   CLOSE UPCTLFILE
               END-IF
               MOVE "N" TO EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ UPCTLFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF UPC-RUN-DATE = BUSINESS-DATE AND
                          CTL-COUNT < 100
                           ADD 1 TO CTL-COUNT
                           MOVE UPC-TABLE-NAME
                               TO CTL-TABLE-NAME(CTL-COUNT)
                           MOVE UPC-ROW-COUNT
                               TO CTL-ROW-COUNT(CTL-COUNT)
                           MOVE UPC-AMOUNT-HASH
                               TO CTL-AMOUNT-HASH(CTL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UPCTLFILE
           MOVE "N" TO EOF-FLAG.

       1300-OPEN-DATABASE.
           SET DB  TO NULL
           SET ERR TO NULL
           CALL "sqlite3_open" USING
               BY REFERENCE DBNAME
               BY REFERENCE DB
               RETURNING    RC
           END-CALL
           IF RC = ZERO
               SET DB-IS-OPEN TO TRUE
           ELSE
               MOVE "UPSTREAM LOAD: SOURCE DATABASE COULD NOT BE OPENED"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF.

       2000-EXEC-ONE-STATEMENT.
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

       3000-TAKE-RECORD.
           ADD 1 TO RECORD-NO
           EVALUATE TRUE
               WHEN UPLD-IS-HEADER
                   IF ENVELOPE-OPEN
                       MOVE "HEADER WITHOUT TRAILER" TO REASON-WORK
                       PERFORM 3900-REFUSE-ENVELOPE
                       PERFORM 4000-CLOSE-ENVELOPE
                   END-IF
                   PERFORM 3100-OPEN-ENVELOPE
               WHEN UPLD-IS-DETAIL
                   IF ENVELOPE-NONE
                       MOVE "DETAIL OUTSIDE AN ENVELOPE"
                           TO REJECT-REASON
                       PERFORM 5000-WRITE-REJECT
                       ADD 1 TO STRAY-COUNT
                   ELSE
                       PERFORM 3200-TAKE-DETAIL
                   END-IF
               WHEN UPLD-IS-TRAILER
                   IF ENVELOPE-NONE
                       MOVE "TRAILER OUTSIDE AN ENVELOPE"
                           TO REJECT-REASON
                       PERFORM 5000-WRITE-REJECT
                       ADD 1 TO STRAY-COUNT
                   ELSE
                       PERFORM 3300-TAKE-TRAILER
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO REJECT-REASON
                   PERFORM 5000-WRITE-REJECT
                   IF ENVELOPE-NONE
                       ADD 1 TO STRAY-COUNT
                   ELSE
                       MOVE "UNKNOWN RECORD TYPE IN ENVELOPE"
                           TO REASON-WORK
                       PERFORM 3900-REFUSE-ENVELOPE
                   END-IF
           END-EVALUATE.

       3100-OPEN-ENVELOPE.
           ADD 1 TO ENVELOPE-COUNT
           SET ENVELOPE-GOOD TO TRUE
           MOVE "N" TO TXN-FLAG
           MOVE SPACES TO REFUSE-REASON
           MOVE UPLD-HDR-TABLE-NAME TO ENV-TABLE-NAME
           MOVE UPLD-HDR-RUN-DATE   TO ENV-RUN-DATE
           MOVE UPLD-HDR-SHOP       TO ENV-SHOP
           MOVE 0 TO ENV-DETAIL-COUNT
           MOVE 0 TO ENV-HASH
           MOVE 0 TO ENV-LOADED
           MOVE 0 TO ENV-REJECTED
           MOVE 0 TO ENV-LOADED-TOTAL

      * The table name goes straight into the statements - letters,
      * digits and underscores only, leading with a letter.
           MOVE 0 TO NAME-LEN
           INSPECT ENV-TABLE-NAME TALLYING NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF NAME-LEN = 0
               MOVE "NO TABLE NAME ON HEADER" TO REASON-WORK
               PERFORM 3900-REFUSE-ENVELOPE
               EXIT PARAGRAPH
           END-IF
           IF ENV-TABLE-NAME(NAME-LEN + 1:) NOT = SPACES OR
              ENV-TABLE-NAME(1:1) IS NOT ALPHABETIC
               MOVE "TABLE NAME NOT A PLAIN NAME" TO REASON-WORK
               PERFORM 3900-REFUSE-ENVELOPE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > NAME-LEN
               MOVE ENV-TABLE-NAME(NAME-IDX:1) TO NAME-CHAR
               IF NAME-CHAR IS NOT ALPHABETIC AND
                  NAME-CHAR IS NOT NUMERIC AND
                  NAME-CHAR NOT = "_"
                   MOVE "TABLE NAME NOT A PLAIN NAME" TO REASON-WORK
                   PERFORM 3900-REFUSE-ENVELOPE
               END-IF
           END-PERFORM
           IF ENVELOPE-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF ENV-RUN-DATE NOT = BUSINESS-DATE
               MOVE "HEADER DATE NOT THE BUSINESS DATE" TO REASON-WORK
               PERFORM 3900-REFUSE-ENVELOPE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ENV-CONTROL-FLAG
           MOVE 0 TO CTL-HIT-IDX
           PERFORM VARYING CTL-IDX FROM 1 BY 1
                   UNTIL CTL-IDX > CTL-COUNT
               IF CTL-TABLE-NAME(CTL-IDX) = ENV-TABLE-NAME
                   SET ENV-CONTROL-ON-FILE TO TRUE
                   MOVE CTL-IDX TO CTL-HIT-IDX
               END-IF
           END-PERFORM

      * One transaction per envelope. The table is emptied inside it,
      * so a refusal puts back exactly what was there before.
           MOVE "BEGIN TRANSACTION;" TO SQLTEXT
           PERFORM 2000-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "BEGIN TRANSACTION FAILED" TO REASON-WORK
               PERFORM 3900-REFUSE-ENVELOPE
               EXIT PARAGRAPH
           END-IF
           SET TXN-STARTED TO TRUE
           MOVE SPACES TO SQLTEXT
           STRING "CREATE TABLE IF NOT EXISTS " DELIMITED BY SIZE
                  ENV-TABLE-NAME DELIMITED BY SPACE
                  " (VALUE TEXT, CATEGORY TEXT);" DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           PERFORM 2000-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "COULD NOT CREATE THE TABLE" TO REASON-WORK
               PERFORM 3900-REFUSE-ENVELOPE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SQLTEXT
           STRING "DELETE FROM " DELIMITED BY SIZE
                  ENV-TABLE-NAME DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           PERFORM 2000-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "COULD NOT CLEAR THE TABLE" TO REASON-WORK
               PERFORM 3900-REFUSE-ENVELOPE
           END-IF.

       3200-TAKE-DETAIL.
      * Every detail counts toward the envelope, loadable or not -
      * the trailer vouches for what was sent.
           ADD 1 TO ENV-DETAIL-COUNT
           IF UPLD-VALUE NUMERIC
               COMPUTE ENV-HASH =
                   FUNCTION MOD(ENV-HASH +
                                FUNCTION ABS(UPLD-VALUE) * 100,
                                1000000000000000)
           END-IF
           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO QUOTE-COUNT
           INSPECT UPLD-CATEGORY TALLYING QUOTE-COUNT FOR ALL "'"
           EVALUATE TRUE
               WHEN UPLD-VALUE NOT NUMERIC
                   MOVE "VALUE NOT NUMERIC" TO REJECT-REASON
               WHEN UPLD-CATEGORY = SPACES
                   MOVE "CATEGORY MISSING" TO REJECT-REASON
               WHEN QUOTE-COUNT > 0
                   MOVE "QUOTE IN CATEGORY" TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               PERFORM 5000-WRITE-REJECT
               ADD 1 TO ENV-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF ENVELOPE-REFUSED
               EXIT PARAGRAPH
           END-IF

      * Left-justified text, the way TESTDATA-GEN and the shops' own
      * exports write the value column.
           MOVE UPLD-VALUE TO VALUE-EDITED
           MOVE 0 TO LEAD-SPACES
           INSPECT VALUE-EDITED TALLYING LEAD-SPACES
               FOR LEADING SPACE
           MOVE SPACES TO VALUE-TEXT
           MOVE VALUE-EDITED(LEAD-SPACES + 1:) TO VALUE-TEXT
           MOVE SPACES TO SQLTEXT
           STRING "INSERT INTO "  DELIMITED BY SIZE
                  ENV-TABLE-NAME  DELIMITED BY SPACE
                  " VALUES ('"    DELIMITED BY SIZE
                  VALUE-TEXT      DELIMITED BY SPACE
                  "', '"          DELIMITED BY SIZE
                  FUNCTION TRIM(UPLD-CATEGORY TRAILING)
                                  DELIMITED BY SIZE
                  "');"           DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           PERFORM 2000-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "INSERT FAILED" TO REASON-WORK
               PERFORM 3900-REFUSE-ENVELOPE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENV-LOADED
           ADD UPLD-VALUE TO ENV-LOADED-TOTAL.

       3300-TAKE-TRAILER.
           EVALUATE TRUE
               WHEN UPLD-TRL-COUNT NOT NUMERIC OR
                    UPLD-TRL-HASH NOT NUMERIC
                   MOVE "TRAILER TOTALS NOT NUMERIC" TO REASON-WORK
                   PERFORM 3900-REFUSE-ENVELOPE
               WHEN UPLD-TRL-COUNT NOT = ENV-DETAIL-COUNT
                   MOVE "ROW COUNT DOES NOT AGREE WITH TRAILER"
                       TO REASON-WORK
                   PERFORM 3900-REFUSE-ENVELOPE
               WHEN UPLD-TRL-HASH NOT = ENV-HASH
                   MOVE "AMOUNT HASH DOES NOT AGREE WITH TRAILER"
                       TO REASON-WORK
                   PERFORM 3900-REFUSE-ENVELOPE
               WHEN NOT ENV-CONTROL-ON-FILE
                   CONTINUE
               WHEN UPLD-TRL-COUNT NOT = CTL-ROW-COUNT(CTL-HIT-IDX)
                   MOVE "TRAILER COUNT DISAGREES WITH SUMUPCTL"
                       TO REASON-WORK
                   PERFORM 3900-REFUSE-ENVELOPE
               WHEN CTL-AMOUNT-HASH(CTL-HIT-IDX) NOT = ZERO AND
                    UPLD-TRL-HASH NOT = CTL-AMOUNT-HASH(CTL-HIT-IDX)
                   MOVE "TRAILER HASH DISAGREES WITH SUMUPCTL"
                       TO REASON-WORK
                   PERFORM 3900-REFUSE-ENVELOPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ENVELOPE-GOOD AND NOT ENV-CONTROL-ON-FILE
               MOVE SPACES TO LOG-TEXT
               STRING "UPSTREAM LOAD: NO SUMUPCTL RECORD FOR "
                          DELIMITED BY SIZE
                      ENV-TABLE-NAME DELIMITED BY SPACE
                      " - TRAILER ONLY" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           PERFORM 4000-CLOSE-ENVELOPE.

       3900-REFUSE-ENVELOPE.
      * The first reason stands - later ones are its consequences.
           IF ENVELOPE-GOOD
               SET ENVELOPE-REFUSED TO TRUE
               MOVE REASON-WORK TO REFUSE-REASON
           END-IF.

       4000-CLOSE-ENVELOPE.
           IF TXN-STARTED
               IF ENVELOPE-GOOD
                   MOVE "COMMIT;" TO SQLTEXT
                   PERFORM 2000-EXEC-ONE-STATEMENT
                   IF EXEC-RC NOT = ZERO
                       MOVE "COMMIT FAILED" TO REASON-WORK
                       PERFORM 3900-REFUSE-ENVELOPE
                   END-IF
               END-IF
               IF ENVELOPE-REFUSED
                   MOVE "ROLLBACK;" TO SQLTEXT
                   PERFORM 2000-EXEC-ONE-STATEMENT
               END-IF
           END-IF
           IF ENVELOPE-GOOD
               ADD 1 TO COMMITTED-COUNT
               ADD ENV-LOADED TO TOTAL-LOADED
               ADD ENV-REJECTED TO TOTAL-REJECTED
           ELSE
               ADD 1 TO REFUSED-COUNT
               MOVE SPACES TO LOG-TEXT
               STRING "UPSTREAM LOAD REFUSED: " DELIMITED BY SIZE
                      ENV-TABLE-NAME DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      REFUSE-REASON DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF
           PERFORM 6200-PRINT-ENVELOPE
           SET ENVELOPE-NONE TO TRUE
           MOVE "N" TO TXN-FLAG.

       5000-WRITE-REJECT.
           MOVE SPACES TO UPREJ-RECORD
           MOVE BUSINESS-DATE TO UPR-RUN-DATE
           IF ENVELOPE-OPEN
               MOVE ENV-TABLE-NAME TO UPR-TABLE-NAME
               MOVE ENV-SHOP       TO UPR-SHOP
           END-IF
           MOVE RECORD-NO     TO UPR-RECORD-NO
           MOVE REJECT-REASON TO UPR-REASON
           MOVE UPLD-RECORD   TO UPR-IMAGE
           WRITE UPREJ-RECORD.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           MOVE "UPLDRPT" TO RW-FILE-NAME
           MOVE "UPSTREAM SOURCE LOAD" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6200-PRINT-ENVELOPE.
           STRING "TABLE " DELIMITED BY SIZE
                  ENV-TABLE-NAME DELIMITED BY SPACE
                  "  SHOP " DELIMITED BY SIZE
                  ENV-SHOP DELIMITED BY SPACE
                  "  DATE " DELIMITED BY SIZE
                  ENV-RUN-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE ENV-DETAIL-COUNT TO COUNT-EDITED
           MOVE ENV-LOADED TO COUNT-2-EDITED
           MOVE ENV-REJECTED TO COUNT-3-EDITED
           STRING "  RECORDS" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  "  INSERTED" DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  "  REJECTED" DELIMITED BY SIZE
                  COUNT-3-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF ENVELOPE-GOOD
               MOVE ENV-LOADED-TOTAL TO AMOUNT-EDITED
               STRING "  COMMITTED - VALUE LOADED " DELIMITED BY SIZE
                      AMOUNT-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               IF ENV-CONTROL-ON-FILE
                   MOVE "  ENVELOPE AGREES WITH SUMUPCTL" TO RPT-LINE
               ELSE
                   MOVE "  NO SUMUPCTL RECORD - TRAILER ONLY"
                       TO RPT-LINE
               END-IF
               PERFORM 6800-WRITE-RPT-LINE
           ELSE
               STRING "  ** REFUSED - " DELIMITED BY SIZE
                      REFUSE-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               MOVE "     ROLLED BACK - TABLE LEFT AS IT WAS"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6500-PRINT-RUN-TOTALS.
           MOVE ENVELOPE-COUNT TO COUNT-EDITED
           STRING "ENVELOPES READ     " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE COMMITTED-COUNT TO COUNT-EDITED
           STRING "ENVELOPES COMMITTED" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE REFUSED-COUNT TO COUNT-EDITED
           STRING "ENVELOPES REFUSED  " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE TOTAL-LOADED TO COUNT-EDITED
           STRING "ROWS LOADED        " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE TOTAL-REJECTED TO COUNT-EDITED
           STRING "RECORDS REJECTED   " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           IF STRAY-COUNT > 0
               MOVE STRAY-COUNT TO COUNT-EDITED
               STRING "OUTSIDE AN ENVELOPE" DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6850-WRITE-TOTAL-LINE
           END-IF.

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

       END PROGRAM UP-LOAD.
