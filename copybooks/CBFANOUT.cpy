      * the per-shop breakdown straight from this instead of typing
      * it off the SUMFANRPT print image. One detail record per
      * database - a shop that failed appears with a FAIL status and
      * zero figures, never silently dropped, and one on its own
      * non-processing day with SKIP - plus one consolidated
      * trailer. Plain DISPLAY text, SIGN LEADING SEPARATE.
      *****************************************************************
       01 FANOUT-RECORD.
               10 FO-TRL-TOTAL       PIC S9(15)V99
                                     SIGN LEADING SEPARATE.
               10 FO-TRL-ROWS        PIC 9(9).
               10 FO-TRL-SKIP-COUNT  PIC 9(5).
               10 FILLER             PIC X(72).
