           05 DC-ROW-COUNT      PIC 9(9).
           05 DC-KV-COUNT       PIC 9(4) COMP-5.
           05 DC-KV OCCURS 2000 TIMES.
      * The full business key (see COLUMN-KEY in CBCALLBK) - two
      * references sharing their first nine characters are two keys.
               10 DC-KEY        PIC X(16).
               10 DC-VALUE      PIC S9(9)V99 COMP-3.
           05 DC-OVERFLOW-FLAG  PIC X.
               88 DC-OVERFLOWED      VALUE "Y".
