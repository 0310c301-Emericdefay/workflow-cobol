      *****************************************************************
      * CBFKEY - one row's key from one fan-out scan (DD/env name
      * SUMFKEY, appended). The cross-shop duplicate check needs
      * every shop's keys side by side, and a partitioned worker's
      * scans end in another process, so each successful scan -
      * serial, worker or retry - appends one record per row here,
      * all stamped with the scan timestamp its SUMFCAT set carries.
      * Readers take only the set carrying the LAST timestamp for a
      * shop database + table + date, the CBFCAT discipline, so a
      * rescan replaces the keys it saw before.
      * FKEY-LONG-KEY is the row's key to sixteen characters, added
      * at the end so records written before it read as they always
      * did; where it is blank the key is FKEY-KEY.
      *****************************************************************
       01 FKEY-RECORD.
           05 FKEY-DBNAME        PIC X(64).
           05 FKEY-TABLE-NAME    PIC X(30).
           05 FKEY-RUN-DATE      PIC X(10).
           05 FKEY-SCAN-TS       PIC X(16).
           05 FKEY-KEY           PIC X(9).
           05 FKEY-CATEGORY      PIC X(20).
           05 FKEY-AMOUNT        PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 FKEY-LONG-KEY      PIC X(16).
