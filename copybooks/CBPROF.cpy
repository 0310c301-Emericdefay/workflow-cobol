      *****************************************************************
       01 PROF-RECORD.
           05 PROF-NAME          PIC X(8).
      * The CBPARM record, byte for byte - 538 characters today;
      * grows in step whenever CBPARM does.
           05 PROF-PARM-IMAGE    PIC X(538).
