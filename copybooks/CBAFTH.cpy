      *****************************************************************
      * CBAFTH - one row stamped outside its table's trading hours
      * (DD/env name SUMAFTH, append-only). The hourly profile on
      * SUMRPT shows how much happened after hours; loss prevention
      * needs the rows themselves, so the scan itemizes each one
      * here as it is read - key, category, the stamp as the column
      * carried it and the hours it fell outside. Plain DISPLAY
      * text, SIGN LEADING SEPARATE, like the other per-row files.
      *****************************************************************
       01 AFTH-RECORD.
           05 AFTH-RUN-DATE      PIC X(10).
           05 AFTH-TABLE-NAME    PIC X(30).
           05 AFTH-ROW-POSITION  PIC 9(9).
           05 AFTH-KEY           PIC X(16).
           05 AFTH-CATEGORY      PIC X(20).
           05 AFTH-STAMP         PIC X(26).
           05 AFTH-HOUR          PIC 99.
           05 AFTH-AMOUNT        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 AFTH-TRADE-OPEN    PIC 99.
           05 AFTH-TRADE-CLOSE   PIC 99.
