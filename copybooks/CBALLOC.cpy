      *****************************************************************
      * CBALLOC - one cost-centre allocation rule (DD/env name
      * SUMALLOC), kept by accounting. A shared-cost category comes
      * out of the scan as one CTX-GROUPS subtotal; its rules say
      * which cost centres carry what share of it, by the driver
      * the percentage was worked from (headcount, floor space).
      * ALLOC-POST splits the night's subtotal across them as
      * balanced pairs - each cost centre's account debited, the
      * category's own SUMACCT account credited - so the category
      * is left holding nothing it did not keep.
      *   ALLOC-TABLE-NAME - the table the rule applies to; blank
      *       for every table. A table with rules of its own for a
      *       category uses only those.
      *   ALLOC-PERCENT - the cost centre's share, 2 decimals. The
      *       rules in force for one table and category must add up
      *       to exactly 100.00, or nothing is allocated that night.
      * Effective dating as CBACCTM: the rules in force on the run's
      * business date are taken. Blank FROM means since forever,
      * blank TO means until further notice.
      *****************************************************************
       01 ALLOC-RECORD.
           05 ALLOC-TABLE-NAME   PIC X(30).
           05 ALLOC-SOURCE       PIC X(20).
           05 ALLOC-COST-CENTRE  PIC X(8).
      * The ledger account the cost centre's share posts to.
           05 ALLOC-ACCOUNT      PIC X(8).
           05 ALLOC-PERCENT      PIC 9(3)V99.
      * What the percentage was worked from - HEADCOUNT, FLOORSPACE
      * and so on; printed, not used.
           05 ALLOC-DRIVER       PIC X(10).
           05 ALLOC-EFF-FROM     PIC X(10).
           05 ALLOC-EFF-TO       PIC X(10).
