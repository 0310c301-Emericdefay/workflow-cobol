      *****************************************************************
      * CBARRV - one upstream-arrival record (DD/env name SUMARRV,
      * appended per FEED-WAIT run). The chain used to start at a
      * fixed cron time whether the feed had landed or not; FEED-WAIT
      * now polls SUMUPCTL for the business date and starts the
      * SUMSCHED chain when it arrives. Each watch leaves one record
      * here, and the scan stamps the latest one for its business
      * date onto the run history (CBRUNH) so late-feed nights show
      * on AVAIL-RPT.
      *   ARV-OUTCOME  ARRIVED  control record seen, chain started
      *                NOFEED   nothing by the give-up time - the
      *                         chain was not started
      *                NODAY    a calendar holiday - no feed was
      *                         waited for, the chain started as is
      *   ARV-ARRIVED-TS  when the watch first saw the record - good
      *                   to the poll interval; spaces for NOFEED
      *   ARV-LATEST-TS   the latest-start time the watch held to
      *   ARV-LATE-FLAG   "Y" the feed landed after ARV-LATEST-TS
      *                   (or never landed)
      * Written before the chain is started, so the scan it runs
      * finds tonight's record already on file.
      *****************************************************************
       01 ARRV-RECORD.
           05 ARV-RUN-DATE       PIC X(10).
           05 ARV-TABLE-NAME     PIC X(30).
           05 ARV-OUTCOME        PIC X(8).
           05 ARV-ARRIVED-TS     PIC X(16).
           05 ARV-LATEST-TS      PIC X(16).
           05 ARV-LATE-FLAG      PIC X.
               88 ARV-WAS-LATE       VALUE "Y".
           05 ARV-WATCH-START-TS PIC X(16).
