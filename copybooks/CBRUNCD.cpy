      *****************************************************************
      * CBRUNCD - the parameter card one official run actually ran
      * with (DD/env name SUMRUNCD, appended). SUMPARM is rewritten
      * by every menu save and a SUMPROFILE selection overlays it
      * wholesale, so the card a past night ran under could only be
      * pieced back together from SUMPARMH and the scheduler's
      * environment. TEST-SUM appends one record per numbered run,
      * the card image as it stood after any profile overlay; RUN-CMP
      * sets two runs' cards side by side.
      *****************************************************************
       01 RUNCD-RECORD.
           05 RUNCD-RUN-NUMBER   PIC 9(6).
           05 RUNCD-RUN-DATE     PIC X(10).
           05 RUNCD-START-TS     PIC X(16).
      * The SUMPROFILE selection - blank when the card stood as read.
           05 RUNCD-PROFILE-NAME PIC X(8).
      * "N" when no card was on file and the built-in defaults ran.
           05 RUNCD-CARD-LOADED  PIC X.
      * The CBPARM record, byte for byte - grows in step whenever
      * CBPARM does, like CBPROF's image.
           05 RUNCD-PARM-IMAGE   PIC X(538).
