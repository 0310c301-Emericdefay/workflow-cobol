      *****************************************************************
      * CBTAXR - one sales-tax rate (DD/env name SUMTAXR), kept by
      * accounting. The return used to be prepared from a
      * spreadsheet that re-derived taxable sales from the category
      * subtotals at rates looked up afresh each quarter. Each
      * record gives one CBCATM category its tax class and the
      * rate charged on its sales, and the liability account the
      * tax due is carried on until it is paid over. TAX-POST
      * taxes the night's category subtotals by it and prints the
      * period worksheet the return is filed from.
      *   TAXR-CLASS - STANDARD, REDUCED or EXEMPT. An EXEMPT
      *       category's sales are reported on the worksheet but
      *       never taxed; its rate is not read.
      *   TAXR-RATE - percent, 3 decimals (20.000, 5.500). A
      *       STANDARD or REDUCED rate of zero is refused.
      * A category with no rate in force on a date - or with two -
      * is flagged on the worksheet and left untaxed; it is never
      * given a rate by default.
      * Effective dating as CBACCTM: blank FROM means since forever,
      * blank TO means until further notice.
      *****************************************************************
       01 TAXR-RECORD.
           05 TAXR-CATEGORY      PIC X(20).
           05 TAXR-CLASS         PIC X(8).
               88 TAXR-IS-STANDARD   VALUE "STANDARD".
               88 TAXR-IS-REDUCED    VALUE "REDUCED".
               88 TAXR-IS-EXEMPT     VALUE "EXEMPT".
           05 TAXR-RATE          PIC 9(2)V9(3).
      * The liability account the tax due is credited to.
           05 TAXR-ACCOUNT       PIC X(8).
           05 TAXR-EFF-FROM      PIC X(10).
           05 TAXR-EFF-TO        PIC X(10).
