      * transition period, so downstream parsers cut over on their
      * own schedule.
           05 PARM-DUAL-EXTRACT  PIC X.
      * The row-timestamp column, by name, resolved against
      * azColName like the role map above - blank leaves the hourly
      * profile off. PARM-TRADE-OPEN and PARM-TRADE-CLOSE are the
      * table's trading hours as whole hours (open 08, close 20 is
      * 08:00 to 19:59; open above close runs through midnight);
      * rows stamped outside them are itemized to SUMAFTH. Both
      * blank or equal means no trading hours are configured.
      * PARM-HOURLY-BY-CAT "Y" profiles each category as well.
           05 PARM-TS-COL-NAME   PIC X(20).
           05 PARM-TRADE-OPEN    PIC 99.
           05 PARM-TRADE-CLOSE   PIC 99.
           05 PARM-HOURLY-BY-CAT PIC X.
