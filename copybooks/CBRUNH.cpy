      * RUNH-INQ browses it the way OFFMAST-INQ browses the totals
      * master; AVAIL-RPT reads the month for the availability
      * review - clean-run percentage, failure Pareto, reruns.
      * The run number ties the record to everything else the run
      * wrote, and is how RUN-REV finds a run to back out; runs
      * recorded before the number was carried here cannot be found
      * by it. A run RUN-REV has backed out keeps its outcome and
      * is stamped with the time the reversal finished.
      * When the chain was started by FEED-WAIT, the run carries the
      * time the upstream control record was seen and whether that
      * was past the latest-start time (see CBARRV); both stay
      * blank for a run started any other way.
      * The duplicate-key and NULL counts the scan reported, as on
      * SUMSTAT - blank on records written before they were
      * carried. RUN-CMP sets two runs side by side off them.
      * After any file-status error on this file, MAST-UTIL is the
      * way back: unload, check, and rebuild from a clean unload.
      *****************************************************************
       01 RUNH-RECORD.
           05 RUNH-KEY.
           05 RUNH-ROWS         PIC 9(9).
           05 RUNH-TOTAL        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 RUNH-END-TS       PIC X(16).
           05 RUNH-RUN-NUMBER   PIC 9(6).
           05 RUNH-REVERSED-TS  PIC X(16).
           05 RUNH-FEED-ARRIVED-TS PIC X(16).
           05 RUNH-FEED-LATE    PIC X.
           05 RUNH-DUP-COUNT    PIC 9(9).
           05 RUNH-NULL-COUNT   PIC 9(9).
