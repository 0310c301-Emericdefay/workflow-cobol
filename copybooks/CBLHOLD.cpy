      * generation whose roll date falls inside the range, logging
      * what it skipped and why. HOLD-MAINT places and releases
      * holds; a released hold keeps its record - who held, who
      * released, when - for the file counsel keeps. ROW-ARCH
      * honors the same holds for source-table rows: a hold naming
      * the table (or *ALL*) keeps rows dated inside its range in
      * the live table, whatever their age.
      *   LH-STATUS  A = active, R = released
      *****************************************************************
       01 LHOLD-RECORD.
