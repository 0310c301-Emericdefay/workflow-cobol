      *****************************************************************
      * CBCLMAP - one category replacement for the masked cloner
      * (DD/env name SUMCLMAP). A production category the tests
      * must still recognize - a refund or void code the rules key
      * on - is mapped to a name of the tester's choosing instead of
      * the cloner's CATnnnn numbering. Keyed by the production
      * table's name; a blank table name applies to every clone.
      *****************************************************************
       01 CLMAP-RECORD.
           05 CLM-TABLE-NAME     PIC X(30).
           05 CLM-FROM-CATEGORY  PIC X(20).
           05 CLM-TO-CATEGORY    PIC X(20).
