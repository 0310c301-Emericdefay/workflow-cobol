      * adjustments. The file is append-only - the latest record for
      * a period is the one in force - so reopening a month leaves
      * the fact that it was closed, and by whom, on the record.
      * A fiscal shop closes its periods by id (YYYYPnn); the id
      * must be one the fiscal period master carries.
      * Sign-on discipline follows MAINT-MENU: with a SUMOPER file
      * on site, update authority ("U") is required; without one the
      * program stays open, the way the menu does.
       01 WANT-ACTION        PIC X.
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
           COPY CBPERQ.

       PROCEDURE DIVISION.

           END-IF
           DISPLAY "PERIOD CLOSE MAINTENANCE - BLANK PERIOD TO EXIT"
           PERFORM UNTIL SESSION-IS-DONE
               DISPLAY "Period (YYYY-MM, YYYYPnn or YYYY): "
               ACCEPT OPERATOR-INPUT
               IF OPERATOR-INPUT = SPACES
                   SET SESSION-IS-DONE TO TRUE
           CLOSE OPERFILE.

       2000-ONE-PERIOD.
           IF WANT-PERIOD(5:1) = "P"
               SET PERQ-BY-PERIOD TO TRUE
               MOVE WANT-PERIOD TO PERQ-PERIOD-ID
               CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
               IF NOT PERQ-WAS-FOUND
                   DISPLAY "No such fiscal period on SUMFPER."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Action (C = close, O = reopen): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:1) TO WANT-ACTION
