      * of run so an overnight alert cannot sit unread through a
      * weekend.
      *   ALEDG-STATUS  O = open, A = acknowledged
      * An alert routed to a ticketed destination (see CBONCAL) is
      * also sent to the service desk (SUMTKTO, see CBTKTO), and
      * TKT-MATCH carries the desk's ticket number, assignee and
      * status back onto its ledger record; a ticket resolved there
      * acknowledges the alert here, operator SVCDESK, with the
      * ticket reference as its disposition.
      *****************************************************************
       01 ALEDG-RECORD.
           05 ALEDG-ID           PIC 9(6).
      * instead of burying the ledger under forty-one copies of
      * one alert.
           05 ALEDG-REPEAT-COUNT PIC 9(4).
      * Service-desk ticket - blank until TKT-MATCH first sees the
      * desk's update for this alert. Status is the desk's own word
      * (NEW, ASSIGNED, RESOLVED, ...) carried as sent.
           05 ALEDG-TICKET-NO    PIC X(12).
           05 ALEDG-TICKET-ASSIGNEE PIC X(20).
           05 ALEDG-TICKET-STATUS PIC X(10).
