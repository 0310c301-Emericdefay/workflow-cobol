      * whose period is closed here, and the only way to change a
      * closed figure is a dated adjustment through OFFM-ADJ, which
      * preserves the original. The period is YYYY-MM for a month
      * close, YYYYPnn for a fiscal-period close where the shop keeps
      * SUMFPER, and YYYY for a year-end close (which covers every
      * period of that year) - PERIOD-OF says which period a date is
      * in. CLOSE-MAINT places and releases closes.
      *   CLOSE-STATUS  C = closed, O = reopened
      *****************************************************************
       01 CLOSE-RECORD.
