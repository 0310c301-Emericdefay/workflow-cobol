           05 QUAR-VALUE-2       PIC X(12).
           05 QUAR-ROW-POSITION  PIC 9(9).
           05 QUAR-RUN-DATE      PIC X(10).
      * The full business key (see COLUMN-KEY in CBCALLBK) - QUAR-KEY
      * keeps its first nine characters where they always were.
      * Spaces on a record quarantined before the long key was
      * carried; QUAR-KEY is its whole key.
           05 QUAR-LONG-KEY      PIC X(16).
