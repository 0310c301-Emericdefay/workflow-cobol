           05 OLD-ROW-COUNT     PIC 9(9).
           05 OLD-KV-COUNT      PIC 9(4) COMP-5.
           05 OLD-KV OCCURS 2000 TIMES.
               10 OLD-KEY       PIC X(16).
               10 OLD-VALUE     PIC S9(9)V99 COMP-3.
           05 OLD-OVERFLOW-FLAG PIC X.

