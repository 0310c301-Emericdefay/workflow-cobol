      * Entry width is the CBALEDG record length - grows in step
      * whenever that copybook does.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 500 TIMES PIC X(212).
       01 LEDGER-IDX         PIC 9(4) COMP-5.
       01 WANT-ID            PIC 9(6).
       01 OPEN-COUNT         PIC 9(4).
               IF ALEDG-IS-OPEN
                   DISPLAY "  " ALEDG-ID " " ALEDG-RAISED-TS
                   DISPLAY "      " ALEDG-MESSAGE
                   IF ALEDG-TICKET-NO NOT = SPACES
                       DISPLAY "      TICKET " ALEDG-TICKET-NO " "
                               ALEDG-TICKET-STATUS " "
                               ALEDG-TICKET-ASSIGNEE
                   END-IF
               END-IF
           END-PERFORM.

