      * history, keyed by business date and written timestamp, so
      * "what did the board look like Tuesday" has an answer.
      * BOARD-INQ renders it as one green/amber screen.
      * The BRD-PROJ- fields are the night's month-end projection
      * off SUMPROJ, summed over the tables - blank month when the
      * night wrote none (older history records end before them).
      * BRD-PROJ-VS-BUDGET is OVER or UNDER when a table's range
      * misses its own budget (MIXED when tables miss both ways),
      * WITHIN when every budgeted table's range holds its budget.
      *****************************************************************
       01 BOARD-RECORD.
           05 BRD-RUN-DATE       PIC X(10).
           05 BRD-LOCK-STATUS    PIC X(8).
           05 BRD-LAST-ELAPSED   PIC 9(7).
           05 BRD-LAST-ROWS      PIC 9(9).
           05 BRD-PROJ-MONTH     PIC X(7).
           05 BRD-PROJ-LOW       PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 BRD-PROJ-LIKELY    PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 BRD-PROJ-HIGH      PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 BRD-PROJ-BUDGET    PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 BRD-PROJ-BUDGET-FLAG PIC X.
           05 BRD-PROJ-VS-BUDGET PIC X(6).
