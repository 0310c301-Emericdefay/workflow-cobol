      * business day (per SUMCAL) has no closing on the ledger,
      * because that break is exactly how the missed-night incident
      * was finally caught.
      * After any file-status error on this file, MAST-UTIL is the
      * way back: unload, check, and rebuild from a clean unload.
      *****************************************************************
       01 BALL-RECORD.
           05 BALL-KEY.
