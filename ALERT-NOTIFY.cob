           SELECT OPTIONAL SUPPRFILE ASSIGN TO "SUMSUPPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUPPR-FILE-STATUS.
      * On-call schedule - read once per run here only for which
      * destinations are ticketed (see CBONCAL); absent, nothing
      * goes to the service desk.
           SELECT ONCALFILE ASSIGN TO "SUMONCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ONCAL-FILE-STATUS.
      * Ticket-create records for the service desk - see CBTKTO.
           SELECT OPTIONAL TKTOFILE ASSIGN TO "SUMTKTO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TKTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRFILE.
           COPY CBSUPPR.

       FD  ONCALFILE.
           COPY CBONCAL.

       FD  TKTOFILE.
           COPY CBTKTO.

       FD  ALERTLOG.
      * Wide enough for "[" + ALERT-JOB-ID(8) + "] " + ALERT-TIMESTAMP
      * (16) + "  ALERT: "(9) + ALERT-MESSAGE(80) = 116 bytes, so the
               10 RT-DEST        PIC X(8).
       01 ROUTE-IDX              PIC 99 COMP-5.
       01 ALERT-DEST             PIC X(8).
      * The caller's named destination, spaces when it left routing
      * to the matrix. Counted, not tested through ADDRESS OF - the
      * LOGGER severity argument's reasoning.
       01 ROUTE-OVERRIDE         PIC X(8).
       01 ALERT-PARM-COUNT       PIC 9.
       01 KEYWORD-LEN            PIC 99 COMP-5.
       01 SCAN-POS               PIC 9(3) COMP-5.
       01 SCAN-LIMIT             PIC 9(3) COMP-5.
      * with that copybook.
       01 LEDGER-COUNT           PIC 9(4) COMP-5 VALUE 0.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 500 TIMES PIC X(212).
       01 LEDGER-IDX             PIC 9(4) COMP-5.
       01 LEDGER-HIT-IDX         PIC 9(4) COMP-5.

      * Ticketed destinations off the on-call schedule - loaded at
      * the first alert this run raises, like the routing matrix.
       01 ONCAL-FILE-STATUS      PIC XX.
           88 ONCAL-FILE-OK          VALUE "00".
       01 TKTO-FILE-STATUS       PIC XX.
       01 TICKET-LOADED-FLAG     PIC X VALUE "N".
           88 TICKET-DESTS-LOADED    VALUE "Y".
       01 ONCAL-EOF-FLAG         PIC X.
           88 ONCAL-AT-EOF           VALUE "Y".
       01 TICKET-DEST-COUNT      PIC 99 COMP-5 VALUE 0.
       01 TICKET-DEST-TABLE.
           05 TICKET-DEST-ENTRY OCCURS 10 TIMES.
               10 TD-DEST        PIC X(8).
               10 TD-CONTACT     PIC X(30).
       01 TICKET-DEST-IDX        PIC 99 COMP-5.
       01 TICKET-HIT-IDX         PIC 99 COMP-5.

       LINKAGE SECTION.
           COPY CBALERT.

       PROCEDURE DIVISION USING BY REFERENCE ALERT-MESSAGE,
                                              ALERT-ROUTE-TO.

           IF NOT ALERT-IS-OPEN
               ACCEPT ALERT-JOB-ID FROM ENVIRONMENT "JOBID"
               SET ALERT-IS-OPEN TO TRUE
           END-IF

           MOVE SPACES TO ROUTE-OVERRIDE
           MOVE NUMBER-OF-CALL-PARAMETERS TO ALERT-PARM-COUNT
           IF ALERT-PARM-COUNT > 1
               MOVE ALERT-ROUTE-TO TO ROUTE-OVERRIDE
           END-IF
           MOVE ALERT-MESSAGE TO ALERT-TEXT-WS
           MOVE FUNCTION CURRENT-DATE (1:16) TO ALERT-TIMESTAMP


           IF RUN-ALERT-COUNT >= STORM-LIMIT
               SET STORM-DECLARED TO TRUE
               MOVE SPACES TO ROUTE-OVERRIDE
               MOVE SPACES TO ALERT-TEXT-WS
               STRING "ALERT STORM - FURTHER ALERTS TALLIED ON "
                          DELIMITED BY SIZE
           PERFORM 1000-WRITE-LEDGER-RECORD.

       2000-ROUTE-ALERT.
      * A destination the caller named wins outright. Otherwise the
      * first keyword found anywhere in the alert text wins; no hit
      * (or no matrix on file) is OPS, the pre-routing behavior.
           IF ROUTE-OVERRIDE NOT = SPACES
               MOVE ROUTE-OVERRIDE TO ALERT-DEST
               EXIT PARAGRAPH
           END-IF
           IF NOT ROUTES-LOADED
               PERFORM 2200-LOAD-ROUTING-MATRIX
           END-IF
           INSPECT ALEDG-RECORD REPLACING ALL LOW-VALUE BY SPACE
           WRITE ALEDG-RECORD
           CLOSE ALEDGFILE
           PERFORM 4000-WRITE-TICKET-CREATE
           ADD 1 TO ALEDG-NEXT-ID.

       1100-FIND-NEXT-ID.
           END-IF
           CLOSE SUPPRFILE.

       4000-WRITE-TICKET-CREATE.
      * A new ledger record for a ticketed destination also goes to
      * the service desk, keyed by the ledger id so the desk's
      * updates (SUMTKTI) match back through TKT-MATCH. Repeats
      * never reach here - they stop at 3000 above.
           IF NOT TICKET-DESTS-LOADED
               PERFORM 4100-LOAD-TICKET-DESTS
           END-IF
           MOVE 0 TO TICKET-HIT-IDX
           PERFORM VARYING TICKET-DEST-IDX FROM 1 BY 1
                   UNTIL TICKET-DEST-IDX > TICKET-DEST-COUNT
               IF TICKET-HIT-IDX = 0 AND
                  TD-DEST(TICKET-DEST-IDX) = ALERT-DEST
                   MOVE TICKET-DEST-IDX TO TICKET-HIT-IDX
               END-IF
           END-PERFORM
           IF TICKET-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TKTOFILE
           MOVE SPACES TO TKTO-RECORD
           SET TKO-IS-CREATE     TO TRUE
           MOVE ALEDG-NEXT-ID    TO TKO-ALERT-ID
           MOVE ALERT-TIMESTAMP  TO TKO-RAISED-TS
           MOVE ALERT-JOB-ID     TO TKO-JOB-ID
           MOVE ALERT-DEST       TO TKO-DEST
           MOVE TD-CONTACT(TICKET-HIT-IDX) TO TKO-CONTACT
           MOVE ALERT-TEXT-WS    TO TKO-SUMMARY
           INSPECT TKTO-RECORD REPLACING ALL LOW-VALUE BY SPACE
           WRITE TKTO-RECORD
           CLOSE TKTOFILE.

       4100-LOAD-TICKET-DESTS.
           MOVE 0 TO TICKET-DEST-COUNT
           MOVE "N" TO ONCAL-EOF-FLAG
           OPEN INPUT ONCALFILE
           IF ONCAL-FILE-OK
               PERFORM UNTIL ONCAL-AT-EOF
                   READ ONCALFILE
                       AT END
                           SET ONCAL-AT-EOF TO TRUE
                       NOT AT END
                           IF ONCAL-IS-TICKETED AND
                              ONCAL-DEST NOT = SPACES AND
                              TICKET-DEST-COUNT < 10
                               ADD 1 TO TICKET-DEST-COUNT
                               MOVE ONCAL-DEST
                                   TO TD-DEST(TICKET-DEST-COUNT)
                               MOVE ONCAL-CONTACT
                                   TO TD-CONTACT(TICKET-DEST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALFILE
           END-IF
           SET TICKET-DESTS-LOADED TO TRUE.

       END PROGRAM ALERT-NOTIFY.
