      *****************************************************************
      * CBPLANH - one line of a recorded query plan (DD/env name
      * SUMPLANH, append-only). A filter on an unindexed column
      * turned a 20-minute scan into a two-hour one and the first
      * anyone knew was the SLA alert. Every scan now captures
      * sqlite's plan for the exact statement it runs, logs it, and
      * appends it here as a group - one record per plan line, all
      * stamped with the same recording time - under the table and
      * the filters the statement was built from. The next night's
      * plan for the same table and filters is compared with the
      * newest group, so a dropped index shows the first night.
      *   PLH-FULL-SCAN  Y = the line scans the whole table
      *****************************************************************
       01 PLANH-RECORD.
           05 PLH-TABLE-NAME     PIC X(30).
           05 PLH-RECORDED-TS    PIC X(16).
           05 PLH-RUN-DATE       PIC X(10).
           05 PLH-FILTER-START   PIC X(10).
           05 PLH-FILTER-END     PIC X(10).
           05 PLH-FILTER-STATUS  PIC X(10).
           05 PLH-LINE-SEQ       PIC 9(3).
           05 PLH-FULL-SCAN      PIC X.
           05 PLH-DETAIL         PIC X(80).
