      * extract carries a count-and-hash envelope, the raw record
      * count otherwise), and where the copy landed - so "did the
      * ledger team get Tuesday's file, and how many records was
      * it" has an answer on file. A masked copy's count is its
      * rebuilt trailer's.
      *   DS-STATUS  SENT / FAIL / MISS (extract not produced)
      *****************************************************************
       01 DISTS-RECORD.
           05 DS-TIMESTAMP       PIC X(16).
           05 DS-RECORD-COUNT    PIC 9(9).
           05 DS-DESTINATION     PIC X(64).
      * The masking profile the copy went out under (see CBMASKP) -
      * blank when it went out exactly as produced.
           05 DS-MASK-PROFILE    PIC X(8).
