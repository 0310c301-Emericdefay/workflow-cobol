      *   CAL-DAY-TYPE: B business day
      *                 H holiday/non-processing - skip the run
      *                 E month-end business day - run the roll-up
      *                   (period-end business day where CAL-GEN
      *                   built the year from SUMFPER fiscal periods)
      *****************************************************************
       01 CAL-RECORD.
           05 CAL-DATE           PIC X(10).
