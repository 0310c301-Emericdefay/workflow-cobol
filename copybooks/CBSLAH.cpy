      * night was downstream calling. TEST-SUM and FANOUT-DRIVER both
      * append one of these; the history is what capacity reviews
      * read, and the SLA alert fires off the same numbers.
      * SLA-TABLE-NAME is the table a single-table scan read; spaces
      * for a manifest or fan-out run, which covers several - and on
      * records written before the field existed. CAP-FCST trends
      * the history per table, per job where it has no table.
      *****************************************************************
       01 SLA-RECORD.
           05 SLA-RUN-DATE       PIC X(10).
           05 SLA-ELAPSED-SECS   PIC 9(7).
           05 SLA-ROWS           PIC 9(9).
           05 SLA-ROWS-PER-SEC   PIC 9(7).
           05 SLA-TABLE-NAME     PIC X(30).
