           05 ARC-SNAP-NAME      PIC X(64).
      * The outcome of the run the snapshot preceded - OK, FAILED,
      * SKIP or ERROR - which is what says whether the snapshot is
      * the safe rollback point for its date. DBMAINT marks a copy
      * DB-MAINT took itself before compacting a source database
      * (see DB-MAINT) - audited, listed, never restored by date.
           05 ARC-OUTCOME        PIC X(8).
           05 ARC-BYTES          PIC 9(12).
      * The snapshot's cksum CRC at catalog time, for FIX-AUDT.
      * Spaces on entries cataloged before it was recorded - those
      * are audited on their byte size alone.
           05 ARC-CKSUM          PIC X(10).
