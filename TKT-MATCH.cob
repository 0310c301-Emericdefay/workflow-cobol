       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKT-MATCH.

      *****************************************************************
      * TKT-MATCH - matches the service desk's ticket updates
      * (SUMTKTI, see CBTKTI) back onto the alert ledger (SUMALRTL,
      * see CBALEDG). ALERT-NOTIFY sends every new alert for a
      * ticketed destination to the desk (SUMTKTO, see CBTKTO); until
      * now nothing came back, so an incident was raised twice or
      * not at all and nobody here could tell a ticket existed. Each
      * update is paired with its alert by the alert id the desk
      * quotes, and the ticket number, assignee and status go onto
      * the ledger record. A ticket the desk has RESOLVED
      * acknowledges its alert - operator SVCDESK, the ticket
      * reference as the disposition - so ALERT-ESC, which only
      * walks open alerts, stops escalating it. An alert already
      * acknowledged by hand keeps its own acknowledgment; only the
      * ticket fields move. The ledger is rewritten wholesale (the
      * ALERT-ACK discipline). The report (TKTMRPT) lists the alerts
      * acknowledged by ticket and any update that matches no alert.
      * Run it from the scheduler ahead of ALERT-ESC.
      *
      * RETURN-CODE: 0 every update matched an alert
      *              4 updates that match no alert on the ledger
      *              8 ledger missing, or too large to rewrite safely
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALEDGFILE ASSIGN TO "SUMALRTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALEDG-FILE-STATUS.
           SELECT TKTIFILE ASSIGN TO "SUMTKTI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TKTI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALEDGFILE.
           COPY CBALEDG.

       FD  TKTIFILE.
           COPY CBTKTI.

       WORKING-STORAGE SECTION.
       01 ALEDG-FILE-STATUS  PIC XX.
           88 ALEDG-FILE-OK      VALUE "00".
       01 TKTI-FILE-STATUS   PIC XX.
           88 TKTI-FILE-OK       VALUE "00".
       01 ALEDG-EOF-FLAG     PIC X VALUE "N".
           88 ALEDG-AT-EOF       VALUE "Y".
       01 TKTI-EOF-FLAG      PIC X VALUE "N".
           88 TKTI-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

      * Entry width is the CBALEDG record length - grows in step
      * whenever that copybook does. A ledger past the table is
      * never rewritten: the records beyond it would be lost.
       01 LEDGER-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 500 TIMES PIC X(212).
       01 LEDGER-IDX         PIC 9(4) COMP-5.
       01 LEDGER-HIT-IDX     PIC 9(4) COMP-5.
       01 LEDGER-OVFL-FLAG   PIC X VALUE "N".
           88 LEDGER-OVERFLOWED  VALUE "Y".
       01 NOW-TS             PIC X(16).

      * Report lines buffered as the match finds them - the
      * acknowledgments and the orphans each print as their own
      * section, bounded like GLACK-MATCH's orphan list.
       01 ACK-LINE-COUNT     PIC 99 COMP-5 VALUE 0.
       01 ACK-LINE-TABLE.
           05 ACK-LINE OCCURS 50 TIMES PIC X(80).
       01 ORPHAN-LINE-COUNT  PIC 99 COMP-5 VALUE 0.
       01 ORPHAN-LINE-TABLE.
           05 ORPHAN-LINE OCCURS 50 TIMES PIC X(80).
       01 LINE-IDX           PIC 99 COMP-5.

       01 READ-COUNT         PIC 9(5) VALUE 0.
       01 APPLIED-COUNT      PIC 9(5) VALUE 0.
       01 ACKED-COUNT        PIC 9(5) VALUE 0.
       01 ORPHAN-COUNT       PIC 9(5) VALUE 0.
       01 COUNT-EDITED       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:16) TO NOW-TS
           PERFORM 1000-LOAD-LEDGER
           IF NOT ALEDG-AT-EOF
               MOVE "TKTMATCH: NO SUMALRTL LEDGER TO MATCH AGAINST"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF LEDGER-OVERFLOWED
               MOVE "TKTMATCH: LEDGER OVER 500 ALERTS - NOT REWRITTEN"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-MATCH-UPDATES
           IF APPLIED-COUNT > 0
               PERFORM 3000-REWRITE-LEDGER
           END-IF
           PERFORM 4000-PRINT-REPORT
           MOVE SPACES TO LOG-TEXT
           MOVE ACKED-COUNT TO COUNT-EDITED
           STRING "TKTMATCH: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " ALERT(S) ACKNOWLEDGED BY RESOLVED TICKET"
                      DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           IF ORPHAN-COUNT > 0
               MOVE SPACES TO LOG-TEXT
               MOVE ORPHAN-COUNT TO COUNT-EDITED
               STRING "TKTMATCH: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " TICKET UPDATE(S) MATCH NO ALERT - SEE TKTMRPT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-LEDGER.
           OPEN INPUT ALEDGFILE
           IF NOT ALEDG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ALEDG-AT-EOF
               READ ALEDGFILE
                   AT END
                       SET ALEDG-AT-EOF TO TRUE
                   NOT AT END
                       IF LEDGER-COUNT < 500
                           ADD 1 TO LEDGER-COUNT
                           MOVE ALEDG-RECORD
                               TO LEDGER-ENTRY(LEDGER-COUNT)
                       ELSE
                           SET LEDGER-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALEDGFILE.

       2000-MATCH-UPDATES.
      * No update file means the desk sent nothing this time - not
      * an error, the ledger simply stands as it is.
           OPEN INPUT TKTIFILE
           IF NOT TKTI-FILE-OK
               MOVE "TKTMATCH: NO SUMTKTI FILE - NO TICKET UPDATES"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TKTI-AT-EOF
               READ TKTIFILE
                   AT END
                       SET TKTI-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM 2100-MATCH-ONE-UPDATE
               END-READ
           END-PERFORM
           CLOSE TKTIFILE.

       2100-MATCH-ONE-UPDATE.
           MOVE 0 TO LEDGER-HIT-IDX
           IF TKI-ALERT-ID NUMERIC
               PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                       UNTIL LEDGER-IDX > LEDGER-COUNT
                   MOVE LEDGER-ENTRY(LEDGER-IDX) TO ALEDG-RECORD
                   IF LEDGER-HIT-IDX = 0 AND
                      ALEDG-ID = TKI-ALERT-ID
                       MOVE LEDGER-IDX TO LEDGER-HIT-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF LEDGER-HIT-IDX = 0
               ADD 1 TO ORPHAN-COUNT
               PERFORM 2200-NOTE-ORPHAN
               EXIT PARAGRAPH
           END-IF
           MOVE LEDGER-ENTRY(LEDGER-HIT-IDX) TO ALEDG-RECORD
           MOVE TKI-TICKET-NO  TO ALEDG-TICKET-NO
           MOVE TKI-ASSIGNEE   TO ALEDG-TICKET-ASSIGNEE
           MOVE TKI-STATUS     TO ALEDG-TICKET-STATUS
           IF TKI-IS-RESOLVED AND ALEDG-IS-OPEN
               PERFORM 2300-ACK-BY-TICKET
           END-IF
           INSPECT ALEDG-RECORD REPLACING ALL LOW-VALUE BY SPACE
           MOVE ALEDG-RECORD TO LEDGER-ENTRY(LEDGER-HIT-IDX)
           ADD 1 TO APPLIED-COUNT.

       2200-NOTE-ORPHAN.
           IF ORPHAN-LINE-COUNT < 50
               ADD 1 TO ORPHAN-LINE-COUNT
               MOVE SPACES TO ORPHAN-LINE(ORPHAN-LINE-COUNT)
               STRING "  ALERT " DELIMITED BY SIZE
                      TKI-ALERT-ID  DELIMITED BY SIZE
                      "  TICKET "   DELIMITED BY SIZE
                      TKI-TICKET-NO DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      TKI-STATUS    DELIMITED BY SIZE
                   INTO ORPHAN-LINE(ORPHAN-LINE-COUNT)
               END-STRING
           END-IF.

       2300-ACK-BY-TICKET.
      * The desk's own resolution time when it sent one, else now.
           SET ALEDG-IS-ACKED TO TRUE
           MOVE "SVCDESK" TO ALEDG-ACK-OPERATOR
           IF TKI-UPDATED-TS NOT = SPACES
               MOVE TKI-UPDATED-TS TO ALEDG-ACK-TS
           ELSE
               MOVE NOW-TS TO ALEDG-ACK-TS
           END-IF
           MOVE SPACES TO ALEDG-DISPOSITION
           STRING "TICKET "     DELIMITED BY SIZE
                  TKI-TICKET-NO DELIMITED BY SPACE
                  " RESOLVED"   DELIMITED BY SIZE
               INTO ALEDG-DISPOSITION
           END-STRING
           ADD 1 TO ACKED-COUNT
           IF ACK-LINE-COUNT < 50
               ADD 1 TO ACK-LINE-COUNT
               MOVE SPACES TO ACK-LINE(ACK-LINE-COUNT)
               STRING "  ALERT "     DELIMITED BY SIZE
                      ALEDG-ID       DELIMITED BY SIZE
                      "  TICKET "    DELIMITED BY SIZE
                      TKI-TICKET-NO  DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      TKI-ASSIGNEE   DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      ALEDG-DEST     DELIMITED BY SIZE
                   INTO ACK-LINE(ACK-LINE-COUNT)
               END-STRING
           END-IF.

       3000-REWRITE-LEDGER.
           OPEN OUTPUT ALEDGFILE
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
               MOVE LEDGER-ENTRY(LEDGER-IDX) TO ALEDG-RECORD
               WRITE ALEDG-RECORD
           END-PERFORM
           CLOSE ALEDGFILE.

       4000-PRINT-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "TKTMRPT"  TO RW-FILE-NAME
           MOVE "SERVICE-DESK TICKET MATCH" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE

           MOVE READ-COUNT TO COUNT-EDITED
           STRING "TICKET UPDATES READ:     " DELIMITED BY SIZE
                  COUNT-EDITED                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 4100-WRITE-RPT-LINE

           MOVE APPLIED-COUNT TO COUNT-EDITED
           STRING "MATCHED TO AN ALERT:     " DELIMITED BY SIZE
                  COUNT-EDITED                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 4100-WRITE-RPT-LINE

           MOVE ACKED-COUNT TO COUNT-EDITED
           STRING "ACKNOWLEDGED BY TICKET:  " DELIMITED BY SIZE
                  COUNT-EDITED                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 4100-WRITE-RPT-LINE

           MOVE ORPHAN-COUNT TO COUNT-EDITED
           STRING "MATCHING NO ALERT:       " DELIMITED BY SIZE
                  COUNT-EDITED                DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 4100-WRITE-RPT-LINE

           IF ACK-LINE-COUNT > 0
               MOVE "ALERTS ACKNOWLEDGED BY RESOLVED TICKET:"
                   TO RPT-LINE
               PERFORM 4100-WRITE-RPT-LINE
               PERFORM VARYING LINE-IDX FROM 1 BY 1
                       UNTIL LINE-IDX > ACK-LINE-COUNT
                   MOVE ACK-LINE(LINE-IDX) TO RPT-LINE
                   PERFORM 4100-WRITE-RPT-LINE
               END-PERFORM
               IF ACKED-COUNT > ACK-LINE-COUNT
                   MOVE "  ** OVER 50 ACKNOWLEDGED - LIST IS PARTIAL **"
                       TO RPT-LINE
                   PERFORM 4100-WRITE-RPT-LINE
               END-IF
           END-IF

           IF ORPHAN-LINE-COUNT > 0
               MOVE "TICKET UPDATES MATCHING NO ALERT:" TO RPT-LINE
               PERFORM 4100-WRITE-RPT-LINE
               PERFORM VARYING LINE-IDX FROM 1 BY 1
                       UNTIL LINE-IDX > ORPHAN-LINE-COUNT
                   MOVE ORPHAN-LINE(LINE-IDX) TO RPT-LINE
                   PERFORM 4100-WRITE-RPT-LINE
               END-PERFORM
               IF ORPHAN-COUNT > ORPHAN-LINE-COUNT
                   MOVE "  ** OVER 50 ORPHANS - LIST IS PARTIAL **"
                       TO RPT-LINE
                   PERFORM 4100-WRITE-RPT-LINE
               END-IF
           END-IF

           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       4100-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       END PROGRAM TKT-MATCH.
