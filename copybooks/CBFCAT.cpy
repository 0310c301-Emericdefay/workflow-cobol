      *****************************************************************
      * CBFCAT - one shop's category subtotal from one fan-out scan
      * (DD/env name SUMFCAT, appended). The consolidated master
      * (CBFOFFM) keeps only each shop's flat total, so the
      * inter-shop eliminations need the CTX-GROUPS subtotals kept
      * alongside it. Every successful scan - serial, worker or
      * retry - appends one record per group, all stamped with the
      * same scan timestamp. A rescan of a business date appends a
      * whole new set; readers take only the set carrying the LAST
      * timestamp for a shop database + table + date, so a category
      * the rescan dropped drops out too.
      *****************************************************************
       01 FCAT-RECORD.
           05 FCAT-DBNAME        PIC X(64).
           05 FCAT-TABLE-NAME    PIC X(30).
           05 FCAT-RUN-DATE      PIC X(10).
           05 FCAT-SCAN-TS       PIC X(16).
           05 FCAT-CATEGORY      PIC X(20).
           05 FCAT-SUBTOTAL      PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 FCAT-ROWS          PIC 9(9).
