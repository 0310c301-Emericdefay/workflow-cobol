      *****************************************************************
      * CBEXDSP - the review disposition of one outlier exception
      * (DD/env name SUMEXDSP). SUMEXCP said which rows strayed but
      * nothing recorded whether anyone looked. EXCP-REV writes one
      * record here per reviewed exception - what the reviewer
      * decided, why, who and when - and rewrites it if the
      * decision is changed. The exception is identified by its
      * record number on SUMEXCP (the file is only ever appended
      * to) and carries its key, date and row position so a
      * mismatch can never attach a decision to the wrong row.
      *   EXD-DISPOSITION  C = confirmed error
      *                    L = legitimate
      *                    R = referred for someone else to judge
      *   EXD-CORR-FLAG    P = confirmed error waiting for CORR-GEN
      *                    S = sent - correction request
      *                        EXD-CORR-REQUEST-ID on SUMCORRQ
      *                    space = not for correction
      *****************************************************************
       01 EXDSP-RECORD.
           05 EXD-EXCP-SEQ       PIC 9(9).
           05 EXD-KEY            PIC X(9).
           05 EXD-RUN-DATE       PIC X(10).
           05 EXD-TABLE-NAME     PIC X(30).
           05 EXD-ROW-POSITION   PIC 9(9).
           05 EXD-VALUE          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 EXD-DISPOSITION    PIC X.
               88 EXD-IS-ERROR        VALUE "C".
               88 EXD-IS-LEGITIMATE   VALUE "L".
               88 EXD-IS-REFERRED     VALUE "R".
           05 EXD-REASON         PIC X(40).
           05 EXD-REVIEWED-BY    PIC X(8).
           05 EXD-REVIEWED-TS    PIC X(16).
           05 EXD-CORR-FLAG      PIC X.
               88 EXD-CORR-PENDING    VALUE "P".
               88 EXD-CORR-SENT       VALUE "S".
           05 EXD-CORR-REQUEST-ID PIC 9(6).
      * EXCP-LONG-KEY of the exception decided - spaces on decisions
      * recorded before long keys were carried.
           05 EXD-LONG-KEY       PIC X(16).
