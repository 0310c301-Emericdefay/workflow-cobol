      * row position within the scan - instead of being found days
      * later by reading SUMAUDIT line by line. Plain DISPLAY text,
      * SIGN LEADING SEPARATE, same as the other operator-read files.
      * Each row carries the scan's business date and table so the
      * review workbench (EXCP-REV) can tell one night's flag from
      * another's; rows written before the stamp was added show
      * spaces there. A key on the known-exception list (SUMKNEX,
      * see CBKNEX) is passed over by the check and never lands
      * here while its entry is live.
      *****************************************************************
       01 EXCP-RECORD.
           05 EXCP-KEY           PIC X(9).
           05 EXCP-VALUE         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 EXCP-DEVIATION     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 EXCP-ROW-POSITION  PIC 9(9).
           05 EXCP-RUN-DATE      PIC X(10).
           05 EXCP-TABLE-NAME    PIC X(30).
      * The full business key - EXCP-KEY keeps its first nine
      * characters. Spaces on a row flagged before the long key was
      * carried; EXCP-KEY is its whole key.
           05 EXCP-LONG-KEY      PIC X(16).
