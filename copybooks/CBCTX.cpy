      * Duplicate-key detection - optional, since it costs a linear
      * search per row; CTX-DUP-CHECK-FLAG turns it on, CTX-DUP-COUNT
      * counts repeats found, CTX-SEEN-KEYS is the bounded table of
      * keys already seen this scan - the full business key (see
      * COLUMN-KEY in CBCALLBK), so two sixteen-character references
      * that share their first nine characters are not taken for one.
           05 CTX-DUP-CHECK-FLAG PIC X VALUE "N".
               88 DUP-CHECK-ON       VALUE "Y".
           05 CTX-DUP-COUNT      PIC 9(9) VALUE ZERO.
           05 CTX-SEEN-COUNT     PIC 9(4) COMP-5 VALUE ZERO.
           05 CTX-SEEN-KEYS OCCURS 500 TIMES PIC X(16).
      * Set once CTX-SEEN-KEYS fills up, so rows beyond the 500-key
      * cap get one logged warning instead of silently dropping out
      * of duplicate tracking with no trace.
      * at any table size instead of footnoting the percentiles as
      * partial.
               10 CTX-ORD-SPILL-COUNT   PIC 9(9) VALUE ZERO.
      * The business date and table of this scan - stamped on the
      * per-row records that outlive the run (SUMWHIT, SUMEXCP).
           05 CTX-SCAN-DATE      PIC X(10).
           05 CTX-SCAN-TABLE     PIC X(30).
      * Watch list - the SUMWATCH entries live for this table on the
      * business date (see CBWATCH), loaded by the driver and
      * checked against every row by WATCH-CHK. Hits are counted
      * here per entry and in total; the rows themselves go to
      * SUMWHIT.
           05 CTX-WATCH-COUNT    PIC 99 COMP-5 VALUE 0.
           05 CTX-WATCHES OCCURS 20 TIMES.
               10 CTX-WATCH-ID        PIC 9(4).
               10 CTX-WATCH-TYPE      PIC X(4).
               10 CTX-WATCH-VALUE     PIC X(20).
               10 CTX-WATCH-MIN       PIC S9(9)V99 COMP-3.
               10 CTX-WATCH-MAX       PIC S9(9)V99 COMP-3.
               10 CTX-WATCH-REQUESTER PIC X(8).
               10 CTX-WATCH-DEST      PIC X(8).
               10 CTX-WATCH-HITS      PIC 9(9).
           05 CTX-WATCH-HIT-TOTAL PIC 9(9) VALUE ZERO.
      * Known exceptions - the SUMKNEX keys live for this table on
      * the business date (see CBKNEX), loaded by the driver. The
      * outlier check passes these keys over and counts them here
      * instead of writing them to SUMEXCP.
           05 CTX-KNEX-COUNT     PIC 99 COMP-5 VALUE 0.
           05 CTX-KNEX-KEY       OCCURS 50 TIMES PIC X(16).
           05 CTX-EXCP-KNOWN-COUNT PIC 9(9) VALUE ZERO.
      * Time-of-day profile - the designated timestamp column (by
      * name, resolved with the role map) buckets every numeric row
      * by the hour it happened, for the table and, when asked, for
      * each category. Hour nn is occurrence nn + 1. Rows stamped
      * outside CTX-TRADE-OPEN/CTX-TRADE-CLOSE are counted here and
      * itemized to SUMAFTH (see CBAFTH); open = close means no
      * trading hours are configured. A stamp with no readable hour
      * is counted apart, never guessed into a bucket. Categories
      * bounded like CTX-GROUPS.
           05 CTX-HOUR-FLAG      PIC X VALUE "N".
               88 HOURLY-ON          VALUE "Y".
           05 CTX-HOUR-CAT-FLAG  PIC X VALUE "N".
               88 HOURLY-BY-CAT-ON   VALUE "Y".
           05 CTX-MAP-TS-NAME    PIC X(20).
           05 CTX-TS-COL-POS     PIC 99 COMP-5 VALUE 0.
           05 CTX-TRADE-OPEN     PIC 99 VALUE 0.
           05 CTX-TRADE-CLOSE    PIC 99 VALUE 0.
           05 CTX-HOURS OCCURS 24 TIMES.
               10 CTX-HOUR-ROWS      PIC 9(9).
               10 CTX-HOUR-TOTAL     PIC S9(9)V99 COMP-3.
           05 CTX-HOUR-NOTIME-COUNT  PIC 9(9) VALUE ZERO.
           05 CTX-AFTER-HOURS-COUNT  PIC 9(9) VALUE ZERO.
           05 CTX-HCAT-COUNT     PIC 99 COMP-5 VALUE 0.
           05 CTX-HCATS OCCURS 10 TIMES.
               10 CTX-HCAT-NAME      PIC X(20).
               10 CTX-HCAT-HOUR OCCURS 24 TIMES.
                   15 CTX-HCAT-ROWS      PIC 9(9).
                   15 CTX-HCAT-TOTAL     PIC S9(9)V99 COMP-3.
           05 CTX-HCAT-OVERFLOW-FLAG PIC X VALUE "N".
               88 CTX-HCAT-OVERFLOWED     VALUE "Y".
