      * posting register (SUMGLREG). The hash is the amounts'
      * absolute values in cents summed to 15 digits, high-order
      * overflow dropped, the shop's usual envelope convention.
      * A batch never spans legal entities: the header names the
      * entity and the batch number is in that entity's series.
      *****************************************************************
       01 GLPOST-RECORD.
           05 GL-RECORD-TYPE     PIC X.
      * ORIGINAL for a batch cut by the nightly run, REGEN for one
      * rebuilt from the stored run by the regeneration utility.
               10 GL-HDR-REFERENCE   PIC X(30).
      * The legal entity the batch posts for, and whose number
      * series GL-HDR-BATCH-NO is in - blank for the shared series.
               10 GL-HDR-ENTITY      PIC X(6).
               10 FILLER             PIC X(8).
           05 GL-TRAILER REDEFINES GL-DETAIL.
               10 GL-TRL-PAIR-COUNT  PIC 9(9).
               10 GL-TRL-BATCH-NO    PIC 9(6).
