       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCH-CHK.

      *****************************************************************
      * WATCH-CHK - checks one scanned row against the watch list
      * (see CBWATCH) loaded into the run context. Called per row by
      * SQLITE-CALLBACK and by DB2-BACKEND, so a watch fires the same
      * whichever backend served the scan. For every entry the row
      * matches, the hit is counted in the context, written to
      * SUMWHIT with the row's column images (see CBWHIT) and alerted
      * to the requester's destination through ALERT-NOTIFY. The
      * first five hits per entry per run are alerted one by one;
      * past that one further alert says the rest are on SUMWHIT
      * only, so a watch on a busy category cannot drown every other
      * alert of the night. Preview runs count hits but write and
      * alert nothing, as the callback does for its own files.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - created by the first hit ever written. Held open
      * across calls, the callback's SUMVIOL pattern.
           SELECT OPTIONAL WHITFILE ASSIGN TO "SUMWHIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WHIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The CBWHIT record length - grows in step with that copybook,
      * which is this program's parameter and so cannot also be the
      * file's record.
       FD  WHITFILE.
       01  WHIT-LINE             PIC X(339).

       WORKING-STORAGE SECTION.
       01 WHIT-FILE-STATUS   PIC XX.
       01 WHIT-OPEN-FLAG     PIC X VALUE "N".
           88 WHIT-IS-OPEN       VALUE "Y".
       01 WATCH-IDX          PIC 99 COMP-5.
       01 MATCH-FLAG         PIC X.
           88 ROW-MATCHES        VALUE "Y".
       01 ROW-AMOUNT         PIC S9(9)V99 COMP-3.
       01 WATCH-AMOUNT       PIC S9(9)V99 COMP-3.
       01 ROW-EDITED         PIC Z(8)9.
       01 LOG-TEXT           PIC X(80).

       LINKAGE SECTION.
           COPY CBCTX.
           COPY CBWHIT.

       PROCEDURE DIVISION USING BY REFERENCE CB-CONTEXT,
                                             WHIT-RECORD.

           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > CTX-WATCH-COUNT
               PERFORM 1000-TEST-ONE-WATCH
           END-PERFORM
           GOBACK.

       1000-TEST-ONE-WATCH.
           MOVE "N" TO MATCH-FLAG
           EVALUATE CTX-WATCH-TYPE(WATCH-IDX)
               WHEN "KEY "
                   PERFORM 1100-TEST-KEY
               WHEN "CAT "
                   IF WH-CATEGORY NOT = SPACES AND
                      WH-CATEGORY = CTX-WATCH-VALUE(WATCH-IDX)
                       SET ROW-MATCHES TO TRUE
                   END-IF
               WHEN "AMT "
                   IF WH-AMOUNT IS NUMERIC
                       MOVE WH-AMOUNT TO ROW-AMOUNT
                       IF ROW-AMOUNT >= CTX-WATCH-MIN(WATCH-IDX) AND
                          ROW-AMOUNT <= CTX-WATCH-MAX(WATCH-IDX)
                           SET ROW-MATCHES TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           IF NOT ROW-MATCHES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CTX-WATCH-HITS(WATCH-IDX)
           ADD 1 TO CTX-WATCH-HIT-TOTAL
           IF DRY-RUN-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-WRITE-HIT
           PERFORM 3000-ALERT-HIT.

       1100-TEST-KEY.
      * The text as the row carried it, or the same number however
      * it was written - the DB2 backend hands over an edited value,
      * sqlite the column's own text.
           IF WH-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WH-KEY = CTX-WATCH-VALUE(WATCH-IDX)
               SET ROW-MATCHES TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WH-KEY) = 0 AND
              FUNCTION TEST-NUMVAL(CTX-WATCH-VALUE(WATCH-IDX)) = 0
               COMPUTE ROW-AMOUNT = FUNCTION NUMVAL(WH-KEY)
               COMPUTE WATCH-AMOUNT =
                   FUNCTION NUMVAL(CTX-WATCH-VALUE(WATCH-IDX))
               IF ROW-AMOUNT = WATCH-AMOUNT
                   SET ROW-MATCHES TO TRUE
               END-IF
           END-IF.

       2000-WRITE-HIT.
           IF NOT WHIT-IS-OPEN
               OPEN EXTEND WHITFILE
               SET WHIT-IS-OPEN TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:16) TO WH-HIT-TS
           MOVE CTX-SCAN-DATE                TO WH-RUN-DATE
           MOVE CTX-SCAN-TABLE               TO WH-TABLE-NAME
           MOVE CTX-WATCH-ID(WATCH-IDX)      TO WH-WATCH-ID
           MOVE CTX-WATCH-TYPE(WATCH-IDX)    TO WH-WATCH-TYPE
           MOVE CTX-WATCH-REQUESTER(WATCH-IDX) TO WH-REQUESTER
           MOVE CTX-WATCH-DEST(WATCH-IDX)    TO WH-DEST
           MOVE WHIT-RECORD TO WHIT-LINE
      * Column images can carry stray low-values from the C strings
      * - the line-sequential WRITE would reject the record.
           INSPECT WHIT-LINE REPLACING ALL LOW-VALUE BY SPACE
           WRITE WHIT-LINE.

       3000-ALERT-HIT.
           IF CTX-WATCH-HITS(WATCH-IDX) > 6
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-TEXT
           IF CTX-WATCH-HITS(WATCH-IDX) = 6
               STRING "WATCH " DELIMITED BY SIZE
                      CTX-WATCH-ID(WATCH-IDX) DELIMITED BY SIZE
                      ": FURTHER HITS IN " DELIMITED BY SIZE
                      CTX-SCAN-TABLE DELIMITED BY SPACE
                      " ON SUMWHIT ONLY" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
           ELSE
      * The row position keeps two hits on like rows distinct to the
      * alert de-duplication.
               MOVE WH-ROW-POSITION TO ROW-EDITED
               STRING "WATCH " DELIMITED BY SIZE
                      CTX-WATCH-ID(WATCH-IDX) DELIMITED BY SIZE
                      " HIT ROW " DELIMITED BY SIZE
                      FUNCTION TRIM(ROW-EDITED) DELIMITED BY SIZE
                      ": KEY " DELIMITED BY SIZE
                      WH-KEY DELIMITED BY SPACE
                      " CAT " DELIMITED BY SIZE
                      WH-CATEGORY DELIMITED BY "  "
                      " IN " DELIMITED BY SIZE
                      CTX-SCAN-TABLE DELIMITED BY SPACE
                   INTO LOG-TEXT
               END-STRING
           END-IF
           INSPECT LOG-TEXT REPLACING ALL LOW-VALUE BY SPACE
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT,
                                     CTX-WATCH-DEST(WATCH-IDX).

       END PROGRAM WATCH-CHK.
