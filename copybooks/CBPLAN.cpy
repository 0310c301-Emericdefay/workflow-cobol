      *****************************************************************
      * CBPLAN - sqlite's query plan for the statement a scan is
      * about to run, as EXPLAIN QUERY PLAN answers it - one detail
      * line per plan step, in the order sqlite returns them -
      * gathered row by row by PLAN-CB through sqlite3_exec's pArg.
      * Shared by the caller and the callback so the area cannot
      * drift between them.
      *****************************************************************
       01 PLAN-LINES.
           05 PLNL-COUNT         PIC 9(3) COMP-5.
           05 PLNL-OVERFLOW-FLAG PIC X.
               88 PLNL-OVERFLOWED    VALUE "Y".
           05 PLNL-ENTRY OCCURS 20 TIMES.
               10 PLNL-DETAIL    PIC X(80).
