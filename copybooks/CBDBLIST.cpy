      * to scan (DD/env name SUMDBLIST). Each entry names a database
      * file and the table to sum within it, so FANOUT-DRIVER can run
      * the same scan across however many databases are listed without
      * a recompile. DBLIST-SHOP-CODE names the entry's shop on the
      * shop master (SUMSHOP, see CBSHOP) - blank on an entry kept
      * before the master existed, which is scanned every day and
      * reported unassigned.
      *****************************************************************
       01 DBLIST-RECORD.
           05 DBLIST-DBNAME      PIC X(64).
           05 DBLIST-TABLE-NAME  PIC X(30).
           05 DBLIST-SHOP-CODE   PIC X(8).
