      *****************************************************************
      * CBTKTO - one ticket-create record for the service desk (DD/
      * env name SUMTKTO). ALERT-NOTIFY appends one for every newly
      * raised alert routed to a ticketed destination (CBONCAL
      * ONCAL-TICKETED) - a suppressed repeat bumps the ledger, not
      * the desk, so an alert is ticketed once. The desk keys its
      * ticket to TKO-ALERT-ID and quotes it back on every update it
      * returns (SUMTKTI, see CBTKTI). Append-only like TESTALRT; the
      * desk's pickup empties it.
      *****************************************************************
       01 TKTO-RECORD.
           05 TKO-ACTION         PIC X(6).
               88 TKO-IS-CREATE      VALUE "CREATE".
           05 TKO-ALERT-ID       PIC 9(6).
           05 TKO-RAISED-TS      PIC X(16).
           05 TKO-JOB-ID         PIC X(8).
           05 TKO-DEST           PIC X(8).
      * The destination's on-call contact - the desk's suggested
      * assignment group.
           05 TKO-CONTACT        PIC X(30).
           05 TKO-SUMMARY        PIC X(80).
