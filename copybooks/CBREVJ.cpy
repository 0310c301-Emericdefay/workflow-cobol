      *****************************************************************
      * CBREVJ - one entry on the run-reversal journal (DD/env name
      * SUMREVJ, append-only). Backing out a promoted night used to
      * be hand edits across SUMOFFM, SUMTREND, SUMBALL, the posting
      * file and head office's table, with nothing to say how far
      * the last attempt got. RUN-REV journals each step of a
      * reversal before and after it runs, the CBPROMJ discipline:
      * STARTED ahead of the step, COMPLETE once it has done its
      * work, SKIPPED when there was nothing for it to do. A rerun
      * for the same run number resumes at the first step with no
      * COMPLETE or SKIPPED entry; every step is safe to run again
      * after dying part way.
      *   RJ-STEP    TREND, BALL, GL, OFFM, DB2, RUNH - in that order
      *   RJ-STATUS  S = started, C = complete, K = skipped
      * The run date sits at a fixed column (8) so the wrapper can
      * hand it to the DB2 re-publish without parsing the log.
      *****************************************************************
       01 REVJ-RECORD.
           05 RJ-RUN-NUMBER      PIC 9(6).
           05 RJ-STATUS          PIC X.
               88 RJ-IS-STARTED       VALUE "S".
               88 RJ-IS-COMPLETE      VALUE "C".
               88 RJ-IS-SKIPPED       VALUE "K".
           05 RJ-RUN-DATE        PIC X(10).
           05 RJ-STEP            PIC X(6).
           05 RJ-DETAIL          PIC X(40).
           05 RJ-WRITTEN-TS      PIC X(16).
