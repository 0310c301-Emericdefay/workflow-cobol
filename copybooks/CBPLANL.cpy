      *****************************************************************
      * CBPLANL - one full-scan size limit (DD/env name SUMPLANL),
      * keyed by table name, or *ALL* for every table without a row
      * of its own. A plan that scans the whole table is logged on
      * any table; it is warned and alerted only when the table
      * holds more rows than its limit here. No file, or no row that
      * applies, means no size warning - the plan is still captured,
      * recorded and compared night to night.
      *****************************************************************
       01 PLANL-RECORD.
           05 PLL-KEY            PIC X(30).
           05 PLL-SCAN-ROWS      PIC 9(9).
