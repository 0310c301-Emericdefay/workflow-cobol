           05 MANIF-COL-CAT-NAME  PIC X(20).
           05 MANIF-COL-AMT2-NAME PIC X(20).
           05 MANIF-CURR-COL-NAME PIC X(20).
      * The table's timestamp column and trading hours - see
      * PARM-TS-COL-NAME in CBPARM. Blank hours take the card's.
           05 MANIF-TS-COL-NAME   PIC X(20).
           05 MANIF-TRADE-OPEN    PIC 99.
           05 MANIF-TRADE-CLOSE   PIC 99.
