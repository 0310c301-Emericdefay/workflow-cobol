      *****************************************************************
      * CBFXPOS - one day's carried foreign-currency position (DD/env
      * name SUMFXPOS, ORGANIZATION INDEXED, keyed by table +
      * currency + business date). Each night's per-currency
      * subtotal goes to the ledger in original currency and is
      * converted once, at that day's SUMFXRATE factor; nothing
      * kept the position it builds up, so it was never revalued
      * at month end and the base-currency balance drifted from
      * treasury's. After a clean run the scan posts here, the
      * SUMBALL way - the prior record's closing carried forward,
      * a rerun of a date rewriting its own record:
      *   FXP-DAY-ORIG/FACTOR/BASE - the day's subtotal in original
      *       currency, the factor it was converted at and the base
      *       amount it booked (zero factor and base when the feed
      *       had no rate - left out of the conversion, as on SUMRPT)
      *   FXP-POSITION - the position carried, original currency
      *   FXP-BOOKED-BASE - what that position is carried at in
      *       base currency, at the rates of the days it was booked
      * FX-REVAL revalues FXP-POSITION at the month-end rate against
      * FXP-BOOKED-BASE; its entries reverse the next month, so the
      * booked base is never touched by a revaluation.
      *****************************************************************
       01 FXPOS-RECORD.
           05 FXP-KEY.
               10 FXP-TABLE-NAME    PIC X(30).
               10 FXP-CURRENCY      PIC X(3).
               10 FXP-RUN-DATE      PIC X(10).
           05 FXP-DAY-ORIG          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 FXP-DAY-FACTOR        PIC 9(3)V9(6).
           05 FXP-DAY-BASE          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 FXP-POSITION          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 FXP-BOOKED-BASE       PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 FXP-POSTED-TS         PIC X(16).
