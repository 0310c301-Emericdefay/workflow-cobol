      *****************************************************************
      * CBUPLD - an upstream shop's daily fixed-width source file
      * (DD/env name SUMUPLD), for the shops that cannot write our
      * sqlite database themselves. One envelope per source table:
      * a header naming the table, the business date and the shop,
      * one detail per row, and a trailer with the row count and a
      * hash total of the amounts - absolute values in cents summed
      * to 15 digits, overflow dropped, the SUMUPCTL convention.
      * Several shops' files may be concatenated; each envelope is
      * loaded, or refused, on its own. UP-LOAD does the loading.
      *   UPLD-VALUE    - the row's value column, signed, 2 decimals
      *   UPLD-CATEGORY - the row's category column
      *****************************************************************
       01 UPLD-RECORD.
           05 UPLD-RECORD-TYPE   PIC X.
               88 UPLD-IS-HEADER      VALUE "H".
               88 UPLD-IS-DETAIL      VALUE "D".
               88 UPLD-IS-TRAILER     VALUE "T".
           05 UPLD-HEADER.
               10 UPLD-HDR-TABLE-NAME PIC X(30).
               10 UPLD-HDR-RUN-DATE   PIC X(10).
               10 UPLD-HDR-SHOP       PIC X(8).
               10 FILLER              PIC X(31).
           05 UPLD-DETAIL REDEFINES UPLD-HEADER.
               10 UPLD-VALUE          PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10 UPLD-CATEGORY       PIC X(20).
               10 FILLER              PIC X(47).
           05 UPLD-TRAILER REDEFINES UPLD-HEADER.
               10 UPLD-TRL-COUNT      PIC 9(9).
               10 UPLD-TRL-HASH       PIC 9(15).
               10 FILLER              PIC X(55).
