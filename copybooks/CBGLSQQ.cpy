      *****************************************************************
      * CBGLSQQ - LINKAGE layout for the batch number service
      * (GLSEQ-NEXT). The caller names the number series - a legal
      * entity code, or spaces for the shared series - and gets
      * back the batch number to cut; the series on SUMGLSEQ (see
      * CBGLSEQ) moves on by one and every other series on the
      * file is left as it was. A batch number of zero back means
      * none could be issued (already logged and alerted): cut no
      * batch.
      *****************************************************************
       01 GLSQ-REQUEST.
           05 GLSQ-ENTITY            PIC X(6).
           05 GLSQ-BATCH-NO          PIC 9(6).
