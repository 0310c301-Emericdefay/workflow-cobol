      *     BADCARD  no database - the suite builds an invalid card
      *              (expected PARMBAD)
      *     EMPTY    builds the table with no rows (expected NOROWS)
      *     SCHDRIFT builds the table as DATA does, then records a
      *              prior layout for it on SUMSCHEM with the
      *              category column under another name - a
      *              role column renamed (expected SCHDRIFT)
       01 SCEN-RECORD.
           05 SCEN-DBNAME        PIC X(64).
           05 SCEN-TABLE-NAME    PIC X(30).
