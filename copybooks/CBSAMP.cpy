      *****************************************************************
      * CBSAMP - the audit sample worksheet (DD/env name SUMSAMPL),
      * written by AUD-SAMPLE. One header carrying every parameter
      * of the draw - method, business-date range, requested size,
      * seed and the population it was drawn from - so the auditors
      * can re-perform exactly the same draw, then one detail per
      * selected SUMDETL item with blank result columns for the
      * auditor to fill in. Plain DISPLAY text, SIGN LEADING
      * SEPARATE, like the other extracts.
      *****************************************************************
       01 SAMP-RECORD.
           05 SAMP-RECORD-TYPE   PIC X.
               88 SAMP-IS-HEADER      VALUE "H".
               88 SAMP-IS-DETAIL      VALUE "D".
           05 SAMP-HEADER.
      * R = simple random, M = monetary-unit (systematic over the
      * cumulative absolute amount, random start).
               10 SAMP-HDR-METHOD     PIC X.
               10 SAMP-HDR-FROM-DATE  PIC X(10).
               10 SAMP-HDR-TO-DATE    PIC X(10).
               10 SAMP-HDR-SIZE       PIC 9(5).
               10 SAMP-HDR-SEED       PIC 9(10).
               10 SAMP-HDR-POP-COUNT  PIC 9(9).
               10 SAMP-HDR-POP-VALUE  PIC S9(13)V99
                                      SIGN LEADING SEPARATE.
               10 SAMP-HDR-INTERVAL   PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
               10 SAMP-HDR-DRAWN-TS   PIC X(16).
               10 SAMP-HDR-DRAWN-BY   PIC X(8).
               10 FILLER              PIC X(25).
           05 SAMP-DETAIL REDEFINES SAMP-HEADER.
               10 SAMP-SEQ            PIC 9(5).
      * Position of the item in the date-range population, counting
      * detail records from 1 in extract order.
               10 SAMP-POSITION       PIC 9(9).
               10 SAMP-RUN-DATE       PIC X(10).
      * The item's full business key - DETL-LONG-KEY where the
      * detail carries one, DETL-KEY otherwise.
               10 SAMP-KEY            PIC X(16).
               10 SAMP-CATEGORY       PIC X(20).
               10 SAMP-AMOUNT         PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
      * Monetary-unit hits landing on the item - an item larger
      * than the interval can be hit more than once.
               10 SAMP-HITS           PIC 9(3).
               10 SAMP-AUDIT-RESULT   PIC X(10).
               10 SAMP-AUDIT-NOTE     PIC X(35).
