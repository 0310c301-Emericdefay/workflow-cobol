      *****************************************************************
      * CBCATH - one category subtotal from one clean official run
      * (DD/env name SUMCATH, appended). SUMTREND keeps only the
      * table total per day, so the group subtotals SUMRPT printed
      * were gone the next morning and every month-to-date figure by
      * category was re-keyed from old prints. The scan appends one
      * record per CTX-GROUPS entry after a clean official run,
      * with the CBCATM parent the category rolled up to that night.
      * A rerun of a business date appends a whole new set - readers
      * take only the set carrying the LAST run number appended for
      * a table and date, the latest-record-wins rule SUMCLOSE
      * follows, so a category the rerun dropped drops out too.
      *****************************************************************
       01 CATH-RECORD.
           05 CATH-TABLE-NAME    PIC X(30).
           05 CATH-RUN-DATE      PIC X(10).
           05 CATH-CATEGORY      PIC X(20).
           05 CATH-PARENT        PIC X(20).
           05 CATH-SUBTOTAL      PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 CATH-ROW-COUNT     PIC 9(9).
           05 CATH-RUN-NUMBER    PIC 9(6).
