      *****************************************************************
      * CBBUDG - one monthly budget line in the budget master
      * (DD/env name SUMBUDG). Finance kept the monthly budget per
      * table and category in a spreadsheet and keyed the month's
      * actuals beside it by hand. One record per table, leaf
      * category and month; the parent level is never keyed - it is
      * rolled up through the CBCATM parent at report time, so a
      * family's budget can never disagree with its leaves. Kept by
      * BUDG-MAINT, read by BUDG-RPT (and the month-end projection).
      * A blank category is the table's own budget line, set
      * against the official SUMOFFM month-to-date.
      *****************************************************************
       01 BUDG-RECORD.
           05 BUDG-TABLE-NAME    PIC X(30).
           05 BUDG-CATEGORY      PIC X(20).
      * YYYY-MM, the same period image CBCLOSE carries.
           05 BUDG-MONTH         PIC X(7).
           05 BUDG-AMOUNT        PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 BUDG-UPDATED-BY    PIC X(8).
           05 BUDG-UPDATED-TS    PIC X(16).
