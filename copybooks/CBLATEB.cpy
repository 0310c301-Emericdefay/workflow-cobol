      *****************************************************************
      * CBLATEB - one promoted business date under late-arrival
      * watch (DD/env name SUMLATEB), per table. The POS export
      * still writes rows dated yesterday or last week after that
      * date's official total is on SUMOFFM; LATE-ARR keeps here
      * what the table held for the date the first time it looked
      * after the promotion (the PROMO figures) and what it held at
      * the last look (the SEEN figures). Rows beyond the SEEN
      * figures are tonight's late arrivals; rows beyond the PROMO
      * figures are what the official total is still missing.
      * LATE-POSTED-TS is the master record's OFFM-POSTED-TS at the
      * first look - a superseded master record starts the date
      * over. LATE-ARR rewrites the file whole every run and drops
      * dates that have left its look-back window.
      *****************************************************************
       01 LATEB-RECORD.
           05 LATE-TABLE-NAME    PIC X(30).
           05 LATE-RUN-DATE      PIC X(10).
           05 LATE-POSTED-TS     PIC X(16).
           05 LATE-PROMO-ROWS    PIC 9(9).
           05 LATE-PROMO-AMOUNT  PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 LATE-SEEN-ROWS     PIC 9(9).
           05 LATE-SEEN-AMOUNT   PIC S9(9)V99 SIGN LEADING SEPARATE.
