      *****************************************************************
      * CBDBMH - one database's result from a DB-MAINT run (DD/env
      * name SUMDBMH, append-only, one record per database per run).
      * The sqlite source databases were never compacted or their
      * planner statistics refreshed unless someone remembered to do
      * it by hand; DB-MAINT does it in the quiet window and records
      * here what each database weighed before and after, how long
      * it took and how it ended, so the growth and the scan times
      * can be read against each other.
      *   DBM-OUTCOME   DONE     checked, statistics refreshed,
      *                          compacted
      *                 NOSNAP   checked and statistics refreshed;
      *                          not compacted - no verified archive
      *                          snapshot of it taken that day
      *                 DAMAGED  integrity check did not answer ok -
      *                          left untouched
      *                 MISSING  no such database file
      *                 FAILED   could not be opened, or a statement
      *                          failed - see DBM-REASON
      *   DBM-INTEGRITY OK, DAMAGED, or spaces when not reached
      *   DBM-ANALYZED / DBM-COMPACTED   Y when that step completed
      * Sizes are bytes on disk; the after size of a database not
      * compacted still shows what ANALYZE added.
      *****************************************************************
       01 DBMH-RECORD.
           05 DBM-RUN-TS         PIC X(16).
           05 DBM-BUSINESS-DATE  PIC X(10).
           05 DBM-DBNAME         PIC X(64).
           05 DBM-OUTCOME        PIC X(8).
               88 DBM-IS-DONE         VALUE "DONE".
               88 DBM-IS-NOSNAP       VALUE "NOSNAP".
               88 DBM-IS-DAMAGED      VALUE "DAMAGED".
               88 DBM-IS-MISSING      VALUE "MISSING".
               88 DBM-IS-FAILED       VALUE "FAILED".
           05 DBM-INTEGRITY      PIC X(8).
           05 DBM-ANALYZED       PIC X.
           05 DBM-COMPACTED      PIC X.
           05 DBM-BYTES-BEFORE   PIC 9(12).
           05 DBM-BYTES-AFTER    PIC 9(12).
           05 DBM-ELAPSED-SECS   PIC 9(5).
      * The archive snapshot that cleared the compaction - spaces
      * when none did.
           05 DBM-SNAP-NAME      PIC X(64).
           05 DBM-REASON         PIC X(40).
