      * whenever that copybook does.
       01 LEDGER-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 500 TIMES PIC X(212).
       01 LEDGER-IDX         PIC 9(4) COMP-5.

       01 ONCAL-COUNT        PIC 99 COMP-5 VALUE 0.
