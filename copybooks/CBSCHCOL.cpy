      *****************************************************************
      * CBSCHCOL - a table's live column list as PRAGMA table_info
      * answers it, in declared order, gathered row by row by
      * SCHEMA-CB through sqlite3_exec's pArg. Shared by the caller
      * and the callback so the area cannot drift between them.
      *****************************************************************
       01 SCHEMA-COLUMNS.
           05 SCHC-COUNT         PIC 9(3) COMP-5.
           05 SCHC-OVERFLOW-FLAG PIC X.
               88 SCHC-OVERFLOWED    VALUE "Y".
           05 SCHC-ENTRY OCCURS 50 TIMES.
               10 SCHC-NAME      PIC X(30).
               10 SCHC-TYPE      PIC X(20).
