      * every run - one record per database it has results for, OK or
      * FAIL - which is what makes a list-level restart possible: a
      * retry run seeds its consolidated totals from the OK entries
      * here and only re-scans what failed. SKIP is a shop left out
      * on its own calendar's non-processing day (see CBRCAL) - not
      * a failure, and never re-scanned.
      *****************************************************************
       01 FANCK-RECORD.
           05 FANCK-DBNAME       PIC X(64).
           05 FANCK-STATUS       PIC X(4).
               88 FANCK-IS-OK         VALUE "OK".
               88 FANCK-IS-FAIL       VALUE "FAIL".
               88 FANCK-IS-SKIP       VALUE "SKIP".
           05 FANCK-TOTAL        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FANCK-ROWS         PIC 9(9).
