      *****************************************************************
       01 REQ-RECORD.
           05 REQ-REQUESTER      PIC X(8).
      * *HIST* asks for the history database the archival register
      * holds for the table and the start date's year (ROW-ARCH).
           05 REQ-DBNAME         PIC X(64).
           05 REQ-TABLE-NAME     PIC X(30).
           05 REQ-FILTER-START   PIC X(10).
