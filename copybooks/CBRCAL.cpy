      *****************************************************************
      * CBRCAL - one day on a shop's or region's own processing
      * calendar (DD/env name SUMRCAL). SUMCAL is head office's
      * calendar and every fan-out shop used to be scanned on every
      * one of its business days - the acquired shops in another
      * region keep other public holidays, and on those the fan-out
      * got empty scans, NOROWS failures and retry-queue noise.
      * CAL-GEN (CALREGION=) generates a year of these from the
      * region's own holiday file, the same day types as CBCAL.
      * RCAL-CALENDAR names a shop code (see CBSHOP) or a region
      * (SHOP-REGION): FANOUT-DRIVER and FAN-XSHOP take a shop's
      * day off its own code's calendar first, then its region's.
      * A shop with no entry for the date - no calendar, or the
      * year not generated - goes by SUMCAL as before.
      *   RCAL-DAY-TYPE: B business day
      *                  H non-processing - the shop is skipped
      *                  E month-end business day
      *****************************************************************
       01 RCAL-RECORD.
           05 RCAL-CALENDAR      PIC X(20).
           05 RCAL-DATE          PIC X(10).
           05 RCAL-DAY-TYPE      PIC X.
               88 RCAL-IS-NON-PROCESSING VALUE "H".
