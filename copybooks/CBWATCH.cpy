      *****************************************************************
      * CBWATCH - one entry on the watch list (DD/env name SUMWATCH).
      * Fraud and the desk used to ask for a morning grep of SUMDETL
      * whenever a key, category or amount band interested them.
      * Each entry now names what to watch for, who asked and where
      * their alerts go; the scan checks every row against the
      * entries live for its table (WATCH-CHK), writes each hit to
      * SUMWHIT (see CBWHIT) and alerts the requester's destination.
      * WATCH-MAINT adds, renews and drops entries; WTCH-EXP
      * expires them once their date has passed and lists them to
      * their owners for renewal. An entry is live through its
      * expiry date, and the scan ignores it after that whether or
      * not WTCH-EXP has run yet.
      *   WL-TYPE    KEY  the row's key equals WL-VALUE (compared
      *                   as numbers when both are numeric)
      *              CAT  the row's category equals WL-VALUE
      *              AMT  the row's amount is within WL-AMT-MIN to
      *                   WL-AMT-MAX
      *   WL-STATUS  A = active, E = expired, D = dropped
      *****************************************************************
       01 WATCH-RECORD.
           05 WL-WATCH-ID        PIC 9(4).
           05 WL-TYPE            PIC X(4).
               88 WL-ON-KEY           VALUE "KEY ".
               88 WL-ON-CAT           VALUE "CAT ".
               88 WL-ON-AMT           VALUE "AMT ".
           05 WL-VALUE           PIC X(20).
           05 WL-AMT-MIN         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WL-AMT-MAX         PIC S9(9)V99 SIGN LEADING SEPARATE.
      * Spaces watch every table scanned.
           05 WL-TABLE-NAME      PIC X(30).
           05 WL-REQUESTER       PIC X(8).
      * The alert destination (ALRT + code, as on CBALRTE) the
      * requester's hits are routed to.
           05 WL-DEST            PIC X(8).
           05 WL-EXPIRY-DATE     PIC X(10).
           05 WL-STATUS          PIC X.
               88 WL-IS-ACTIVE        VALUE "A".
               88 WL-IS-EXPIRED       VALUE "E".
               88 WL-IS-DROPPED       VALUE "D".
           05 WL-ADDED-BY        PIC X(8).
           05 WL-ADDED-TS        PIC X(16).
      * When the entry expired or was dropped; spaces while active.
           05 WL-CLOSED-TS       PIC X(16).
