       01 CORRQ-RECORD.
           05 CRQ-REQUEST-ID     PIC 9(6).
           05 CRQ-FEED           PIC X(8).
      * QUAR for a quarantined row, VIOL for a rule violation, EXCP
      * for an outlier a reviewer confirmed as an error.
           05 CRQ-SOURCE         PIC X(4).
           05 CRQ-KEY            PIC X(9).
           05 CRQ-VALUE          PIC X(20).
               88 CRQ-IS-OPEN         VALUE "O".
               88 CRQ-IS-FIXED        VALUE "F".
               88 CRQ-IS-REJECTED     VALUE "R".
      * The full business key - CRQ-KEY keeps its first nine
      * characters where they always were. Spaces on a request
      * raised before the long key was carried; CRQ-KEY is its
      * whole key.
           05 CRQ-LONG-KEY       PIC X(16).
