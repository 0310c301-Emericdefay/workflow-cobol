      * same connection settings the scan uses, and this record is
      * how a missed publication is visible the same morning
      * instead of after the re-key drifted.
      *   PUB-STATUS  OK / FAIL / NOOUT (nothing to publish) /
      *               REPUB (a date re-published from SUMOFFM, as
      *               RUN-REV asks after backing a run out)
      *****************************************************************
       01 PUBST-RECORD.
           05 PUB-RUN-DATE       PIC X(10).
