      *****************************************************************
      * CBWHIT - one watch-list hit (DD/env name SUMWHIT, appended
      * by WATCH-CHK during the scan). The row that matched, with
      * its full column images, and the entry it matched - see
      * CBWATCH. Also WATCH-CHK's parameter: the scan fills in the
      * row part (WH-ROW-POSITION onward) and WATCH-CHK the rest for
      * each entry the row matches.
      *   WH-KEY - the row's key to sixteen characters
      *   WH-AMOUNT - the row's value as the scan totals it, for the
      *       amount-range watch; spaces where that column carried
      *       no number
      *****************************************************************
       01 WHIT-RECORD.
           05 WH-HIT-TS          PIC X(16).
           05 WH-RUN-DATE        PIC X(10).
           05 WH-TABLE-NAME      PIC X(30).
           05 WH-WATCH-ID        PIC 9(4).
           05 WH-WATCH-TYPE      PIC X(4).
           05 WH-REQUESTER       PIC X(8).
           05 WH-DEST            PIC X(8).
           05 WH-ROW-POSITION    PIC 9(9).
           05 WH-KEY             PIC X(16).
           05 WH-CATEGORY        PIC X(20).
           05 WH-AMOUNT          PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
      * Every column the row returned, in query order, up to ten -
      * each as text up to its terminator.
           05 WH-COLUMN-COUNT    PIC 99.
           05 WH-COLUMN-IMAGE    PIC X(20) OCCURS 10 TIMES.
