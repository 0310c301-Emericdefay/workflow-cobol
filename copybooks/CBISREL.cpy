      *****************************************************************
      * CBISREL - one inter-shop relationship (DD/env name SUMISREL).
      * Names a category (or key value) of the group-by column that
      * is an internal transfer between two shop databases of the
      * fan-out list - booked by the sending shop and again by the
      * receiving one, so the plain consolidated total counts it
      * twice. FANOUT-DRIVER eliminates both legs from the group
      * total and lists any transfer booked on one side only (see
      * CBELIM). Accounting keeps the list, so the relationships
      * are data here, never code.
      *****************************************************************
       01 ISREL-RECORD.
           05 ISREL-FROM-DBNAME  PIC X(64).
           05 ISREL-TO-DBNAME    PIC X(64).
           05 ISREL-CATEGORY     PIC X(20).
           05 ISREL-DESC         PIC X(30).
