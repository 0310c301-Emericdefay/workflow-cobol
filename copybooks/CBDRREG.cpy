      *****************************************************************
      * CBDRREG - one night on the disaster-recovery replication
      * register (DD/env name SUMDRREG, append-only, copied to
      * DR_DIR/SUMDRREG after every run so the far site holds it
      * too). DR-SHIP appends one entry per replication: where the
      * night's manifest went, how many artifacts were shipped,
      * carried unchanged, absent or failed, and whether the far
      * copy verified against the manifest. The last VERIFIED entry
      * is the baseline the next night's "changed" test is made
      * against.
      *   DRR-STATUS  VERIFIED  every far copy matched the manifest
      *               FAILED    a copy failed or did not verify
      *****************************************************************
       01 DRREG-RECORD.
           05 DRR-BUSINESS-DATE  PIC X(10).
           05 DRR-RUN-STAMP      PIC X(15).
           05 DRR-MANIFEST       PIC X(80).
           05 DRR-SHIPPED        PIC 9(3).
           05 DRR-UNCHANGED      PIC 9(3).
           05 DRR-ABSENT         PIC 9(3).
           05 DRR-FAILED         PIC 9(3).
           05 DRR-STATUS         PIC X(8).
               88 DRR-IS-VERIFIED    VALUE "VERIFIED".
           05 DRR-WRITTEN-TS     PIC X(16).
