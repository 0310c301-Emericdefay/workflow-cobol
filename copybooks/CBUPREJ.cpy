      *****************************************************************
      * CBUPREJ - one upstream record UP-LOAD would not load (DD/env
      * name SUMUPREJ, rewritten each run). A detail that fails its
      * edits is set aside here and the rest of its envelope still
      * loads - the trailer vouches for every record sent, so the
      * rejects still count toward it, and the scan's SUMUPCTL
      * pre-flight then sees the table short until the shop resends.
      * Records outside any envelope, or of no known type, are written
      * here too.
      *   UPR-RECORD-NO - the record's position in SUMUPLD
      *   UPR-IMAGE     - the record exactly as received
      *****************************************************************
       01 UPREJ-RECORD.
           05 UPR-RUN-DATE       PIC X(10).
           05 UPR-TABLE-NAME     PIC X(30).
           05 UPR-SHOP           PIC X(8).
           05 UPR-RECORD-NO      PIC 9(9).
           05 UPR-REASON         PIC X(32).
           05 UPR-IMAGE          PIC X(80).
