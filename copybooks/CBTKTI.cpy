      *****************************************************************
      * CBTKTI - one ticket update returned by the service desk
      * (DD/env name SUMTKTI), keyed by the alert id we sent on the
      * ticket-create record (see CBTKTO). TKT-MATCH carries the
      * ticket number, assignee and status onto the alert's ledger
      * record (CBALEDG); RESOLVED acknowledges the alert. Updates
      * apply in file order, so a later line for the same alert
      * wins, and the file may be matched again without harm.
      *****************************************************************
       01 TKTI-RECORD.
           05 TKI-ALERT-ID       PIC 9(6).
           05 TKI-TICKET-NO      PIC X(12).
           05 TKI-ASSIGNEE       PIC X(20).
           05 TKI-STATUS         PIC X(10).
               88 TKI-IS-RESOLVED    VALUE "RESOLVED".
           05 TKI-UPDATED-TS     PIC X(16).
