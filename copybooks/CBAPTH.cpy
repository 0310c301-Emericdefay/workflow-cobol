      *****************************************************************
      * CBAPTH - one approval threshold (DD/env name SUMAPTH) for
      * the digit analytics (DIGIT-RPT). Amounts keyed just under
      * an approval limit to stay out of a second signature bunch
      * in the band below it; the band is a percent of the
      * threshold (zero takes the default 5). Accounting signs the
      * limits off, so they are data here, never code.
      *****************************************************************
       01 APTH-RECORD.
           05 APTH-AMOUNT        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 APTH-BAND-PCT      PIC 9(3)V99.
           05 APTH-DESC          PIC X(30).
