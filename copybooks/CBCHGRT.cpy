      *****************************************************************
      * CBCHGRT - one line of the scan-request rate card (DD/env
      * name SUMCHGRT), kept by finance. The departments whose asks
      * REQ-DRIVER works inside our window are charged for them at
      * month end by CHGBK-RPT, at three rates:
      *   CHR-PER-REQUEST  for every request a scan was run for
      *   CHR-PER-KROWS    per thousand rows the scans read
      *   CHR-PER-MINUTE   per minute the scans held the window
      * CHR-REQUESTER is the department's requester id, as filed on
      * CBREQ; *ALL* is the rate for every department without a line
      * of its own. CHR-EFFECTIVE (YYYY-MM) is the first month the
      * line prices - a month is charged at the latest line effective
      * on or before it, so a new card never reprices a month already
      * billed.
      *****************************************************************
       01 CHGRT-RECORD.
           05 CHR-REQUESTER      PIC X(8).
           05 CHR-EFFECTIVE      PIC X(7).
           05 CHR-PER-REQUEST    PIC 9(5)V99.
           05 CHR-PER-KROWS      PIC 9(3)V9(4).
           05 CHR-PER-MINUTE     PIC 9(5)V99.
