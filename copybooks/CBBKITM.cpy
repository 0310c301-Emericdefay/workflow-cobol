      *****************************************************************
      * CBBKITM - one item of the bank settlement reconciliation,
      * the layout of all three of BANK-RECON's files:
      *   SUMBKMAT - what matched this run: each bank line and every
      *       SUMDETL row it settled, sharing one BKI-MATCH-NO
      *   SUMBKUNO - our rows no bank line has settled yet
      *   SUMBKUNB - bank lines matching nothing of ours
      * The two unmatched files are the open items - read back and
      * worked again the next night with the new statement and the
      * new extract, until they match. BKI-FIRST-SEEN and
      * BKI-BUS-DAYS-OPEN (business days on SUMCAL since then, as
      * of the run's business date) are how the AGE-WORK workbench
      * picks out the ones left too long.
      *****************************************************************
       01 BKITEM-RECORD.
      * B = a bank settlement line, O = one of our SUMDETL rows.
           05 BKI-SIDE           PIC X.
               88 BKI-IS-BANK         VALUE "B".
               88 BKI-IS-OURS         VALUE "O".
      * The bank line's value date; our row's extract run date.
           05 BKI-DATE           PIC X(10).
      * Our row's key; the bank line's reference.
           05 BKI-KEY            PIC X(20).
           05 BKI-AMOUNT         PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 BKI-BANK-REF       PIC X(16).
           05 BKI-TABLE-NAME     PIC X(30).
           05 BKI-FIRST-SEEN     PIC X(10).
           05 BKI-BUS-DAYS-OPEN  PIC 9(3).
      * Matched file only - zero on the open items.
           05 BKI-MATCH-NO       PIC 9(6).
      * 1 = one line, one row; G = one line settling several rows.
           05 BKI-MATCH-TYPE     PIC X.
      * Matched file only - the business date of the run that made
      * the match. A rerun of that date puts its matches back in
      * play before matching again.
           05 BKI-MATCHED-ON     PIC X(10).
