       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAT-XML.

      *****************************************************************
      * STAT-XML - the status feed for the enterprise monitoring
      * tool. The monitoring console can only read RUNLOG text and
      * the BOARD-INQ screen, so this writes our state as one
      * well-formed XML document:
      *   <lastRun>    the last SUMSTAT record - outcome, RC, run
      *                number, table, rows, start and end
      *   <board>      the SUMBOARD items, each GREEN or AMBER by the
      *                same rules BOARD-INQ colours them, with counts
      *   <openAlerts> every open SUMALRTL alert - id, destination,
      *                raised time, repeats, and the message text
      *   <sla>        the night's elapsed off the last SUMSLA record
      *                against the SUMPARM window, AMBER when blown
      * CALLed at the end of every TEST-SUM run and every BOARD-WRT
      * board write; runs standalone just as well.
      *
      * The document is built whole under a .tmp name beside it and
      * only then renamed over the live one, so the monitor polling
      * the file reads either the previous document or the new one,
      * never half of either. The live name is env STATXML, default
      * SUMSTAT.xml; the .tmp file must sit in the same directory.
      *
      * RC 0 = document replaced, 8 = it could not be written or
      * renamed (the previous document is left in place).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMLFILE ASSIGN TO DYNAMIC XML-TEMP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XML-FILE-STATUS.
           SELECT STATFILE ASSIGN TO "SUMSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STAT-FILE-STATUS.
           SELECT BOARDFILE ASSIGN TO "SUMBOARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BOARD-FILE-STATUS.
           SELECT ALEDGFILE ASSIGN TO "SUMALRTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALEDG-FILE-STATUS.
           SELECT SLAFILE ASSIGN TO "SUMSLA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLA-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO "SUMPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMLFILE.
       01  XML-RECORD           PIC X(700).

       FD  STATFILE.
           COPY CBRUNST.

       FD  BOARDFILE.
           COPY CBBOARD.

       FD  ALEDGFILE.
           COPY CBALEDG.

       FD  SLAFILE.
           COPY CBSLAH.

       FD  PARMFILE.
           COPY CBPARM.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 XML-FILE-STATUS     PIC XX.
           88 XML-FILE-OK         VALUE "00".
       01 STAT-FILE-STATUS    PIC XX.
           88 STAT-FILE-OK        VALUE "00".
       01 BOARD-FILE-STATUS   PIC XX.
           88 BOARD-FILE-OK       VALUE "00".
       01 ALEDG-FILE-STATUS   PIC XX.
           88 ALEDG-FILE-OK       VALUE "00".
       01 SLA-FILE-STATUS     PIC XX.
           88 SLA-FILE-OK         VALUE "00".
       01 PARM-FILE-STATUS    PIC XX.
           88 PARM-FILE-OK        VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 EOF-FLAG            PIC X.
           88 FILE-AT-EOF         VALUE "Y".
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 XML-FILE-NAME       PIC X(64).
       01 XML-TEMP-NAME       PIC X(68).
       01 XML-NAME-Z          PIC X(65).
       01 XML-TEMP-Z          PIC X(69).
       01 RENAME-RC           PIC S9(9) COMP-5.
       01 WRITE-FAILED-FLAG   PIC X.
           88 WRITE-FAILED        VALUE "Y".

       01 BUSINESS-DATE       PIC X(10).
       01 CURRENT-DATE-WORK   PIC X(21).

      * What the sources said - each stays at its "nothing on file"
      * value when its file is missing.
       01 STAT-FOUND-FLAG     PIC X VALUE "N".
           88 STAT-FOUND          VALUE "Y".
       01 BOARD-FOUND-FLAG    PIC X VALUE "N".
           88 BOARD-FOUND         VALUE "Y".
       01 SLA-FOUND-FLAG      PIC X VALUE "N".
           88 SLA-FOUND           VALUE "Y".
       01 SLA-LIMIT           PIC 9(5) VALUE 0.
       01 OPEN-ALERT-COUNT    PIC 9(6) VALUE 0.

      * The line in hand and the attribute being added to it.
       01 XML-LINE            PIC X(700).
       01 XML-PTR             PIC 9(4) COMP-5.
       01 ATTR-NAME           PIC X(20).
       01 ATTR-VALUE          PIC X(100).
       01 STATE-WORD          PIC X(5).
       01 ITEM-NAME           PIC X(20).

      * Escaping - & < > and both quotes become entities, anything
      * below a space becomes a space.
       01 ESC-IN              PIC X(100).
       01 ESC-IN-LEN          PIC 9(4) COMP-5.
       01 ESC-OUT             PIC X(600).
       01 ESC-LEN             PIC 9(4) COMP-5.
       01 ESC-IDX             PIC 9(4) COMP-5.
       01 ESC-CHAR            PIC X.
       01 ESC-PIECE           PIC X(6).
       01 PIECE-LEN           PIC 9 COMP-5.

       01 NUM-IN              PIC 9(12).
       01 NUM-EDITED          PIC Z(11)9.
       01 NUM-LEAD            PIC 99 COMP-5.
       01 AMOUNT-IN           PIC S9(11)V99.
       01 AMOUNT-EDITED       PIC -(11)9.99.
       01 TS-IN               PIC X(16).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO XML-FILE-NAME
           ACCEPT XML-FILE-NAME FROM ENVIRONMENT "STATXML"
           IF XML-FILE-NAME = SPACES
               MOVE "SUMSTAT.xml" TO XML-FILE-NAME
           END-IF
           MOVE SPACES TO XML-TEMP-NAME
           STRING XML-FILE-NAME DELIMITED BY SPACE
                  ".tmp" DELIMITED BY SIZE
               INTO XML-TEMP-NAME
           END-STRING

      * CALLed again and again without a CANCEL - nothing carries
      * over from the last document.
           MOVE "N" TO STAT-FOUND-FLAG
           MOVE "N" TO BOARD-FOUND-FLAG
           MOVE "N" TO SLA-FOUND-FLAG
           MOVE 0 TO SLA-LIMIT
           MOVE 0 TO OPEN-ALERT-COUNT
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 1100-READ-SLA-LIMIT
           MOVE "N" TO WRITE-FAILED-FLAG
           OPEN OUTPUT XMLFILE
           IF NOT XML-FILE-OK
               MOVE "STATUS FEED: COULD NOT WRITE THE XML DOCUMENT"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO XML-LINE
           PERFORM 8000-PUT-LINE
           MOVE SPACES TO XML-LINE
           MOVE 1 TO XML-PTR
           STRING "<batchStatus" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           MOVE "system" TO ATTR-NAME
           MOVE "TESTSUM" TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           MOVE "businessDate" TO ATTR-NAME
           MOVE BUSINESS-DATE TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           MOVE "written" TO ATTR-NAME
           MOVE FUNCTION CURRENT-DATE (1:16) TO TS-IN
           PERFORM 8300-EDIT-TIMESTAMP
           PERFORM 8400-ADD-ATTR
           STRING ">" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           PERFORM 8000-PUT-LINE

           PERFORM 2000-WRITE-LAST-RUN
           PERFORM 3000-WRITE-BOARD
           PERFORM 4000-WRITE-OPEN-ALERTS
           PERFORM 5000-WRITE-SLA

           MOVE "</batchStatus>" TO XML-LINE
           PERFORM 8000-PUT-LINE
           CLOSE XMLFILE

           IF WRITE-FAILED
               MOVE "STATUS FEED: XML WRITE FAILED - OLD DOCUMENT KEPT"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9000-REPLACE-DOCUMENT
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

       1100-READ-SLA-LIMIT.
      * The window the night is held to - zero means none is set.
           OPEN INPUT PARMFILE
           IF PARM-FILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SLA-SECONDS NUMERIC
                           MOVE PARM-SLA-SECONDS TO SLA-LIMIT
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF.

       2000-WRITE-LAST-RUN.
      * The last SUMSTAT record is the run's own summary - under a
      * manifest the per-table records come first.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT STATFILE
           IF STAT-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ STATFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           SET STAT-FOUND TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STATFILE
           END-IF
           MOVE SPACES TO XML-LINE
           MOVE 1 TO XML-PTR
           STRING "  <lastRun" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           IF NOT STAT-FOUND
               MOVE "outcome" TO ATTR-NAME
               MOVE "NONE" TO ATTR-VALUE
               PERFORM 8400-ADD-ATTR
               STRING "/>" DELIMITED BY SIZE
                   INTO XML-LINE WITH POINTER XML-PTR
               END-STRING
               PERFORM 8000-PUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "runNumber" TO ATTR-NAME
           MOVE RST-RUN-NUMBER TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           MOVE "outcome" TO ATTR-NAME
           MOVE RST-OUTCOME-CODE TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           MOVE "returnCode" TO ATTR-NAME
           MOVE RST-RETURN-CODE TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           MOVE "state" TO ATTR-NAME
           IF RST-OUTCOME-CODE = "OK"
               MOVE "GREEN" TO ATTR-VALUE
           ELSE
               MOVE "AMBER" TO ATTR-VALUE
           END-IF
           PERFORM 8400-ADD-ATTR
           MOVE "table" TO ATTR-NAME
           MOVE RST-TABLE-NAME TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           MOVE "rows" TO ATTR-NAME
           MOVE RST-ROWS TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           MOVE "total" TO ATTR-NAME
           MOVE RST-TOTAL TO AMOUNT-IN
           PERFORM 8250-EDIT-AMOUNT
           PERFORM 8400-ADD-ATTR
           MOVE "started" TO ATTR-NAME
           MOVE RST-START-TS TO TS-IN
           PERFORM 8300-EDIT-TIMESTAMP
           PERFORM 8400-ADD-ATTR
           MOVE "ended" TO ATTR-NAME
           MOVE RST-END-TS TO TS-IN
           PERFORM 8300-EDIT-TIMESTAMP
           PERFORM 8400-ADD-ATTR
           STRING "/>" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           PERFORM 8000-PUT-LINE.

       3000-WRITE-BOARD.
           OPEN INPUT BOARDFILE
           IF BOARD-FILE-OK
               READ BOARDFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET BOARD-FOUND TO TRUE
               END-READ
               CLOSE BOARDFILE
           END-IF
           IF NOT BOARD-FOUND
               MOVE "  <board available=""N""/>" TO XML-LINE
               PERFORM 8000-PUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO XML-LINE
           MOVE 1 TO XML-PTR
           STRING "  <board" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           MOVE "runDate" TO ATTR-NAME
           MOVE BRD-RUN-DATE TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           MOVE "written" TO ATTR-NAME
           MOVE BRD-WRITTEN-TS TO TS-IN
           PERFORM 8300-EDIT-TIMESTAMP
           PERFORM 8400-ADD-ATTR
           STRING ">" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           PERFORM 8000-PUT-LINE

      * One item per board line, GREEN/AMBER by BOARD-INQ's rules.
           MOVE "LASTRUN" TO ITEM-NAME
           IF BRD-LAST-OUTCOME = "OK"
               MOVE "GREEN" TO STATE-WORD
           ELSE
               MOVE "AMBER" TO STATE-WORD
           END-IF
           PERFORM 3100-START-ITEM
           MOVE "value" TO ATTR-NAME
           MOVE BRD-LAST-OUTCOME TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           MOVE "returnCode" TO ATTR-NAME
           MOVE BRD-LAST-RC TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           MOVE "rows" TO ATTR-NAME
           MOVE BRD-LAST-ROWS TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           PERFORM 3200-END-ITEM

           MOVE "OPENALERTS" TO ITEM-NAME
           MOVE BRD-OPEN-ALERTS TO NUM-IN
           PERFORM 3300-COUNT-ITEM
           MOVE "QUARANTINE" TO ITEM-NAME
           MOVE BRD-QUAR-OPEN TO NUM-IN
           PERFORM 3300-COUNT-ITEM
           MOVE "RETRYQUEUE" TO ITEM-NAME
           MOVE BRD-RETRY-QUEUE TO NUM-IN
           PERFORM 3300-COUNT-ITEM

           MOVE "RUNLOCK" TO ITEM-NAME
           IF BRD-LOCK-STATUS = "HELD"
               MOVE "AMBER" TO STATE-WORD
           ELSE
               MOVE "GREEN" TO STATE-WORD
           END-IF
           PERFORM 3100-START-ITEM
           MOVE "value" TO ATTR-NAME
           MOVE BRD-LOCK-STATUS TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           PERFORM 3200-END-ITEM

           IF BRD-PROJ-MONTH NOT = SPACES
               MOVE "MONTHEND" TO ITEM-NAME
               IF BRD-PROJ-VS-BUDGET = SPACES OR "WITHIN"
                   MOVE "GREEN" TO STATE-WORD
               ELSE
                   MOVE "AMBER" TO STATE-WORD
               END-IF
               PERFORM 3100-START-ITEM
               MOVE "month" TO ATTR-NAME
               MOVE BRD-PROJ-MONTH TO ATTR-VALUE
               PERFORM 8400-ADD-ATTR
               MOVE "likely" TO ATTR-NAME
               MOVE BRD-PROJ-LIKELY TO AMOUNT-IN
               PERFORM 8250-EDIT-AMOUNT
               PERFORM 8400-ADD-ATTR
               MOVE "low" TO ATTR-NAME
               MOVE BRD-PROJ-LOW TO AMOUNT-IN
               PERFORM 8250-EDIT-AMOUNT
               PERFORM 8400-ADD-ATTR
               MOVE "high" TO ATTR-NAME
               MOVE BRD-PROJ-HIGH TO AMOUNT-IN
               PERFORM 8250-EDIT-AMOUNT
               PERFORM 8400-ADD-ATTR
               IF BRD-PROJ-BUDGET-FLAG = "Y"
                   MOVE "budget" TO ATTR-NAME
                   MOVE BRD-PROJ-BUDGET TO AMOUNT-IN
                   PERFORM 8250-EDIT-AMOUNT
                   PERFORM 8400-ADD-ATTR
                   MOVE "vsBudget" TO ATTR-NAME
                   MOVE BRD-PROJ-VS-BUDGET TO ATTR-VALUE
                   PERFORM 8400-ADD-ATTR
               END-IF
               PERFORM 3200-END-ITEM
           END-IF

           MOVE "  </board>" TO XML-LINE
           PERFORM 8000-PUT-LINE.

       3100-START-ITEM.
           MOVE SPACES TO XML-LINE
           MOVE 1 TO XML-PTR
           STRING "    <item" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           MOVE "name" TO ATTR-NAME
           MOVE ITEM-NAME TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           MOVE "state" TO ATTR-NAME
           MOVE STATE-WORD TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR.

       3200-END-ITEM.
           STRING "/>" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           PERFORM 8000-PUT-LINE.

       3300-COUNT-ITEM.
      * A counted item is GREEN at zero, AMBER otherwise.
           IF NUM-IN = ZERO
               MOVE "GREEN" TO STATE-WORD
           ELSE
               MOVE "AMBER" TO STATE-WORD
           END-IF
           PERFORM 3100-START-ITEM
           MOVE "count" TO ATTR-NAME
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           PERFORM 3200-END-ITEM.

       4000-WRITE-OPEN-ALERTS.
      * Counted first so the wrapper element can carry the count,
      * then listed on a second pass.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ALEDGFILE
           IF ALEDG-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ ALEDGFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF ALEDG-IS-OPEN
                               ADD 1 TO OPEN-ALERT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALEDGFILE
           END-IF
           MOVE SPACES TO XML-LINE
           MOVE 1 TO XML-PTR
           STRING "  <openAlerts" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           MOVE "count" TO ATTR-NAME
           MOVE OPEN-ALERT-COUNT TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           IF OPEN-ALERT-COUNT = 0
               STRING "/>" DELIMITED BY SIZE
                   INTO XML-LINE WITH POINTER XML-PTR
               END-STRING
               PERFORM 8000-PUT-LINE
               EXIT PARAGRAPH
           END-IF
           STRING ">" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           PERFORM 8000-PUT-LINE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT ALEDGFILE
           PERFORM UNTIL FILE-AT-EOF
               READ ALEDGFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF ALEDG-IS-OPEN
                           PERFORM 4100-WRITE-ONE-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALEDGFILE
           MOVE "  </openAlerts>" TO XML-LINE
           PERFORM 8000-PUT-LINE.

       4100-WRITE-ONE-ALERT.
           MOVE SPACES TO XML-LINE
           MOVE 1 TO XML-PTR
           STRING "    <alert" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           MOVE "id" TO ATTR-NAME
           MOVE ALEDG-ID TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
      * Records written before routing read back blank - OPS.
           MOVE "destination" TO ATTR-NAME
           IF ALEDG-DEST = SPACES
               MOVE "OPS" TO ATTR-VALUE
           ELSE
               MOVE ALEDG-DEST TO ATTR-VALUE
           END-IF
           PERFORM 8400-ADD-ATTR
           MOVE "raised" TO ATTR-NAME
           MOVE ALEDG-RAISED-TS TO TS-IN
           PERFORM 8300-EDIT-TIMESTAMP
           PERFORM 8400-ADD-ATTR
           MOVE "escalated" TO ATTR-NAME
           IF ALEDG-ESCALATED
               MOVE "Y" TO ATTR-VALUE
           ELSE
               MOVE "N" TO ATTR-VALUE
           END-IF
           PERFORM 8400-ADD-ATTR
           MOVE "repeats" TO ATTR-NAME
           IF ALEDG-REPEAT-COUNT NUMERIC
               MOVE ALEDG-REPEAT-COUNT TO NUM-IN
           ELSE
               MOVE 0 TO NUM-IN
           END-IF
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           STRING ">" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           MOVE ALEDG-MESSAGE TO ESC-IN
           PERFORM 8100-ESCAPE-TEXT
           IF ESC-LEN > 0
               STRING ESC-OUT(1:ESC-LEN) DELIMITED BY SIZE
                   INTO XML-LINE WITH POINTER XML-PTR
               END-STRING
           END-IF
           STRING "</alert>" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           PERFORM 8000-PUT-LINE.

       5000-WRITE-SLA.
      * The last SUMSLA record is the night's latest measured run.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SLAFILE
           IF SLA-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ SLAFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           SET SLA-FOUND TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SLAFILE
           END-IF
           MOVE SPACES TO XML-LINE
           MOVE 1 TO XML-PTR
           STRING "  <sla" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           IF NOT SLA-FOUND
               MOVE "available" TO ATTR-NAME
               MOVE "N" TO ATTR-VALUE
               PERFORM 8400-ADD-ATTR
               STRING "/>" DELIMITED BY SIZE
                   INTO XML-LINE WITH POINTER XML-PTR
               END-STRING
               PERFORM 8000-PUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "runDate" TO ATTR-NAME
           MOVE SLA-RUN-DATE TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           MOVE "job" TO ATTR-NAME
           MOVE SLA-JOB-ID TO ATTR-VALUE
           PERFORM 8400-ADD-ATTR
           MOVE "elapsedSeconds" TO ATTR-NAME
           MOVE SLA-ELAPSED-SECS TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           MOVE "limitSeconds" TO ATTR-NAME
           MOVE SLA-LIMIT TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           MOVE "rows" TO ATTR-NAME
           MOVE SLA-ROWS TO NUM-IN
           PERFORM 8200-EDIT-NUMBER
           PERFORM 8400-ADD-ATTR
           MOVE "state" TO ATTR-NAME
           IF SLA-LIMIT > 0 AND SLA-ELAPSED-SECS > SLA-LIMIT
               MOVE "AMBER" TO ATTR-VALUE
           ELSE
               MOVE "GREEN" TO ATTR-VALUE
           END-IF
           PERFORM 8400-ADD-ATTR
           STRING "/>" DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           PERFORM 8000-PUT-LINE.

       8000-PUT-LINE.
           MOVE XML-LINE TO XML-RECORD
           WRITE XML-RECORD
           IF NOT XML-FILE-OK
               SET WRITE-FAILED TO TRUE
           END-IF
           MOVE SPACES TO XML-LINE.

       8100-ESCAPE-TEXT.
           MOVE SPACES TO ESC-OUT
           MOVE 0 TO ESC-LEN
           MOVE 100 TO ESC-IN-LEN
           PERFORM UNTIL ESC-IN-LEN = 0 OR
                   ESC-IN(ESC-IN-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM ESC-IN-LEN
           END-PERFORM
           PERFORM VARYING ESC-IDX FROM 1 BY 1
                   UNTIL ESC-IDX > ESC-IN-LEN
               MOVE ESC-IN(ESC-IDX:1) TO ESC-CHAR
               MOVE 1 TO PIECE-LEN
               EVALUATE ESC-CHAR
                   WHEN "&"
                       MOVE "&amp;" TO ESC-PIECE
                       MOVE 5 TO PIECE-LEN
                   WHEN "<"
                       MOVE "&lt;" TO ESC-PIECE
                       MOVE 4 TO PIECE-LEN
                   WHEN ">"
                       MOVE "&gt;" TO ESC-PIECE
                       MOVE 4 TO PIECE-LEN
                   WHEN QUOTE
                       MOVE "&quot;" TO ESC-PIECE
                       MOVE 6 TO PIECE-LEN
                   WHEN "'"
                       MOVE "&apos;" TO ESC-PIECE
                       MOVE 6 TO PIECE-LEN
                   WHEN OTHER
                       IF ESC-CHAR < SPACE
                           MOVE SPACE TO ESC-PIECE
                       ELSE
                           MOVE ESC-CHAR TO ESC-PIECE
                       END-IF
               END-EVALUATE
               MOVE ESC-PIECE(1:PIECE-LEN)
                   TO ESC-OUT(ESC-LEN + 1:PIECE-LEN)
               ADD PIECE-LEN TO ESC-LEN
           END-PERFORM.

       8200-EDIT-NUMBER.
      * NUM-IN as plain digits, no leading zeros, into ATTR-VALUE.
           MOVE NUM-IN TO NUM-EDITED
           MOVE 0 TO NUM-LEAD
           INSPECT NUM-EDITED TALLYING NUM-LEAD FOR LEADING SPACE
           MOVE SPACES TO ATTR-VALUE
           MOVE NUM-EDITED(NUM-LEAD + 1:) TO ATTR-VALUE.

       8250-EDIT-AMOUNT.
           MOVE AMOUNT-IN TO AMOUNT-EDITED
           MOVE 0 TO NUM-LEAD
           INSPECT AMOUNT-EDITED TALLYING NUM-LEAD FOR LEADING SPACE
           MOVE SPACES TO ATTR-VALUE
           MOVE AMOUNT-EDITED(NUM-LEAD + 1:) TO ATTR-VALUE.

       8300-EDIT-TIMESTAMP.
      * YYYYMMDDHHMMSScc to the xs:dateTime form the monitor parses;
      * a blank stamp stays blank.
           MOVE SPACES TO ATTR-VALUE
           IF TS-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           STRING TS-IN(1:4) "-" TS-IN(5:2) "-" TS-IN(7:2) "T"
                  TS-IN(9:2) ":" TS-IN(11:2) ":" TS-IN(13:2)
                  DELIMITED BY SIZE
               INTO ATTR-VALUE
           END-STRING.

       8400-ADD-ATTR.
           MOVE ATTR-VALUE TO ESC-IN
           PERFORM 8100-ESCAPE-TEXT
           STRING " " DELIMITED BY SIZE
                  ATTR-NAME DELIMITED BY SPACE
                  "=" DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING
           IF ESC-LEN > 0
               STRING ESC-OUT(1:ESC-LEN) DELIMITED BY SIZE
                   INTO XML-LINE WITH POINTER XML-PTR
               END-STRING
           END-IF
           STRING QUOTE DELIMITED BY SIZE
               INTO XML-LINE WITH POINTER XML-PTR
           END-STRING.

       9000-REPLACE-DOCUMENT.
      * One rename over the live name - the monitor sees the old
      * document or the new one, never a partial write.
           MOVE XML-FILE-NAME TO XML-NAME-Z
           INSPECT XML-NAME-Z REPLACING TRAILING SPACE BY LOW-VALUE
           MOVE XML-TEMP-NAME TO XML-TEMP-Z
           INSPECT XML-TEMP-Z REPLACING TRAILING SPACE BY LOW-VALUE
           CALL "CBL_RENAME_FILE" USING XML-TEMP-Z, XML-NAME-Z
               RETURNING RENAME-RC
           END-CALL
           IF RENAME-RC NOT = 0
               MOVE "STATUS FEED: XML DOCUMENT RENAME FAILED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM STAT-XML.
