      *****************************************************************
      * CBSCHEM - one column of a recorded source-table schema (DD/env
      * name SUMSCHEM, append-only). Twice an upstream release added
      * or renamed a column and the column-role map bound to the wrong
      * position or quietly fell back to the frozen defaults. Each
      * night's scan reads PRAGMA table_info for its table and
      * compares it with the newest group of records here for that
      * table - one record per column, all stamped with the same
      * recording time. A first sighting or an accepted change
      * appends a fresh group, so the file doubles as the history of
      * every layout the table has had.
      *****************************************************************
       01 SCHEM-RECORD.
           05 SCHM-TABLE-NAME    PIC X(30).
           05 SCHM-RECORDED-TS   PIC X(16).
           05 SCHM-RUN-DATE      PIC X(10).
           05 SCHM-COL-SEQ       PIC 9(3).
           05 SCHM-COL-NAME      PIC X(30).
           05 SCHM-COL-TYPE      PIC X(20).
