      * open before ALERT-ESC re-raises it to the escalation
      * destination, and who carries the pager. No row for a
      * destination means its alerts never auto-escalate.
      * ONCAL-TICKETED "Y" also sends each new alert for the
      * destination to the service desk as a ticket-create record
      * (SUMTKTO, see CBTKTO), the contact going along as the
      * suggested assignment; a destination that should ticket but
      * never escalate carries a zero window.
      *****************************************************************
       01 ONCAL-RECORD.
           05 ONCAL-DEST         PIC X(8).
           05 ONCAL-WINDOW-HOURS PIC 9(3).
           05 ONCAL-ESC-DEST     PIC X(8).
           05 ONCAL-CONTACT      PIC X(30).
           05 ONCAL-TICKETED     PIC X.
               88 ONCAL-IS-TICKETED  VALUE "Y".
