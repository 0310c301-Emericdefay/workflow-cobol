      *****************************************************************
      * CBCOWN - one category owner (DD/env name SUMCOWN), kept by
      * finance. SUMRPT goes out whole, so every category manager
      * used to see every other manager's figures. Each record
      * gives one CBCATM category to one owner - the recipient id
      * their burst copy of the night's report is delivered under,
      * as on the distribution list (CBDISTL) - and where that copy
      * goes. RPT-BURST splits the group-subtotal and roll-up
      * sections by it. An owner with several categories has one
      * record per category, all naming the same destination (the
      * first one read is used). A category may have more than one
      * owner; each gets it.
      *   COWN-CATEGORY *OTHER* names the catch-all recipient: every
      *       category with no owner of its own goes to them, and is
      *       listed on the burst run's exceptions page.
      *****************************************************************
       01 COWN-RECORD.
           05 COWN-CATEGORY      PIC X(20).
           05 COWN-OWNER         PIC X(8).
           05 COWN-DESTINATION   PIC X(64).
