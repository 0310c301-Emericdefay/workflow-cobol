           05 VIOL-KEY           PIC X(9).
           05 VIOL-VALUE         PIC X(20).
           05 VIOL-ROW-POSITION  PIC 9(9).
      * The full business key - VIOL-KEY keeps its first nine
      * characters. Spaces on a violation written before the long
      * key was carried; VIOL-KEY is its whole key.
           05 VIOL-LONG-KEY      PIC X(16).
