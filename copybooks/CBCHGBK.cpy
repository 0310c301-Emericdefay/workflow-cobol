      *****************************************************************
      * CBCHGBK - the monthly chargeback file (DD/env name SUMCHGBK),
      * in the finance system's fixed layout. One detail per
      * department and request source (HAND or SUBS) with requests
      * in the month: the requests charged, the rows and seconds
      * their scans took, and the charge broken out by rate. Requests
      * refused before a scan ran are counted but not charged.
      * Amounts are unsigned; every charge is a debit to the
      * department. The file carries the shop's usual envelope - a
      * header naming the month and when the file was cut, and a
      * trailer with the detail count and a hash of the total
      * charges in cents summed to 15 digits, high-order overflow
      * dropped - so finance can refuse a short file.
      *****************************************************************
       01 CHGBK-RECORD.
           05 CHB-RECORD-TYPE    PIC X.
               88 CHB-IS-HEADER       VALUE "H".
               88 CHB-IS-DETAIL       VALUE "D".
               88 CHB-IS-TRAILER      VALUE "T".
           05 CHB-DETAIL.
               10 CHB-MONTH          PIC X(7).
               10 CHB-DEPARTMENT     PIC X(8).
      * HAND for hand-filed asks (blank on the response), SUBS for
      * standing subscriptions.
               10 CHB-SOURCE         PIC X(4).
               10 CHB-REQUESTS       PIC 9(5).
               10 CHB-NOT-CHARGED    PIC 9(5).
               10 CHB-ROWS           PIC 9(11).
               10 CHB-ELAPSED-SECS   PIC 9(9).
               10 CHB-REQUEST-CHARGE PIC 9(9)V99.
               10 CHB-ROWS-CHARGE    PIC 9(9)V99.
               10 CHB-TIME-CHARGE    PIC 9(9)V99.
               10 CHB-TOTAL-CHARGE   PIC 9(9)V99.
           05 CHB-HEADER REDEFINES CHB-DETAIL.
               10 CHB-HDR-MONTH      PIC X(7).
               10 CHB-HDR-CREATED-TS PIC X(16).
               10 FILLER             PIC X(70).
           05 CHB-TRAILER REDEFINES CHB-DETAIL.
               10 CHB-TRL-COUNT      PIC 9(7).
               10 CHB-TRL-HASH       PIC 9(15).
               10 FILLER             PIC X(71).
