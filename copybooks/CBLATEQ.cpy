      *****************************************************************
      * CBLATEQ - per-date capture context for the late-arrival
      * look. LATE-ARR asks sqlite for one row per transaction date
      * in its look-back window - the date, its row count and its
      * amount in cents - and LATE-CB lifts each answer row into
      * this table (passed through sqlite3_exec's pArg, the
      * convention CBDELTA and CB-CONTEXT use). A year and a day of
      * dates fits; beyond that the overflow switch is set and the
      * look is reported partial, never silent.
      *****************************************************************
       01 LATE-CONTEXT.
           05 LQ-DATE-COUNT     PIC 9(3) COMP-5.
           05 LQ-DATE-ENTRY OCCURS 400 TIMES.
               10 LQ-DATE       PIC X(10).
               10 LQ-ROWS       PIC 9(9).
               10 LQ-CENTS      PIC S9(13) COMP-3.
           05 LQ-OVERFLOW-FLAG  PIC X.
               88 LQ-OVERFLOWED      VALUE "Y".
