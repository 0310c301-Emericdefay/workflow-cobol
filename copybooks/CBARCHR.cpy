      *****************************************************************
      * CBARCHR - one year's move on the archival register (DD/env
      * name SUMARCHR), appended by ROW-ARCH. The history table was
      * past seven million rows and every filter only ever looks at
      * recent dates, so rows older than the retention age move out
      * of the live table into a per-year history database. Every
      * move - committed or refused - leaves one record here: what
      * table, from which database into which, the cutoff, and the
      * row count and amount hash that were proved equal on both
      * sides before the live rows were deleted. REQ-DRIVER reads
      * it to resolve a request that names *HIST* as its database.
      *   AR-STATUS  M = moved and committed
      *              R = refused - rolled back, live table untouched
      *****************************************************************
       01 ARCHR-RECORD.
           05 AR-RUN-TS          PIC X(16).
           05 AR-BUSINESS-DATE   PIC X(10).
           05 AR-TABLE-NAME      PIC X(30).
           05 AR-LIVE-DBNAME     PIC X(64).
           05 AR-HIST-DBNAME     PIC X(64).
           05 AR-YEAR            PIC X(4).
      * Rows dated before this day were eligible to move.
           05 AR-CUTOFF-DATE     PIC X(10).
           05 AR-ROW-COUNT       PIC 9(9).
      * Sum of ABS(VALUE) in cents over the rows moved - the same
      * hash basis as the upstream load's trailer.
           05 AR-AMOUNT-HASH     PIC 9(18).
      * Aged rows kept in the live table under a legal hold.
           05 AR-HELD-COUNT      PIC 9(9).
           05 AR-STATUS          PIC X.
               88 AR-IS-MOVED         VALUE "M".
               88 AR-IS-REFUSED       VALUE "R".
           05 AR-REASON          PIC X(30).
