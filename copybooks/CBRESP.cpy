      * name SUMREQRSP), one per queue request worked: who asked,
      * what was scanned, the run's outcome code, and the figures.
      * REQBAD means the request itself failed validation and no
      * scan ran; NOHIST means a *HIST* request named no year the
      * archival register holds. The report image itself goes to the
      * request's reply destination; this record is the machine-
      * readable summary a requesting system can branch on.
      * REQ-DRIVER rewrites SUMREQRSP every pass, and appends the
      * same record to the SUMRSPH history, which is what the
      * monthly chargeback (CHGBK-RPT) bills the requesters from.
      *****************************************************************
       01 RESP-RECORD.
           05 RSP-REQUESTER      PIC X(8).
      * SUBS when the request was materialized from a standing
      * subscription, blank/HAND for a hand-filed ask.
           05 RSP-SOURCE         PIC X(4).
      * Seconds the request held the window - the scan's call,
      * start to finish. Zero when no scan ran (REQBAD, NOHIST,
      * NOSCAN), and on records written before the field existed.
           05 RSP-ELAPSED-SECS   PIC 9(7).
