      *****************************************************************
      * CBACCR - one month-end accrual (DD/env name SUMACCR), kept
      * by accounting for activity that is in the source tables at
      * month end but not yet settled. Booked against a SUMACCT
      * category (see CBACCTM) - the posting step resolves the
      * account through the same effective-dated map the nightly
      * pairs use, and a category the map does not know lands on
      * *SUSPENSE*, alerted, like any unmapped group. On the SUMCAL
      * "E" day the scan cuts the period's lines for its table as
      * one ACCRUAL batch in the CBGLPOST envelope; the first clean
      * run of the next month cuts the REVERSAL batch from the
      * archived accrual, so the reversal always mirrors what was
      * actually posted, whatever has happened to this file since.
      *****************************************************************
       01 ACCR-RECORD.
           05 ACCR-TABLE-NAME    PIC X(30).
           05 ACCR-CATEGORY      PIC X(20).
      * YYYY-MM - the month the accrual belongs to; YYYYPnn, the
      * fiscal period, in a shop that keeps SUMFPER.
           05 ACCR-PERIOD        PIC X(7).
           05 ACCR-AMOUNT        PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 ACCR-DESC          PIC X(30).
           05 ACCR-ENTERED-BY    PIC X(8).
