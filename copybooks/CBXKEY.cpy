      *****************************************************************
      * CBXKEY - per-shop key capture context for the fan-out's
      * cross-shop duplicate check. SQLITE-CALLBACK's duplicate
      * check only sees inside one table; a transaction a till sync
      * replicated into a second shop's database is invisible to
      * it. XDUP-CB lifts each row's key, category and amount into
      * this table (passed through sqlite3_exec's pArg, the
      * convention CBDELTA and CB-CONTEXT use) so FANOUT-DRIVER can
      * keep them on SUMFKEY (see CBFKEY). Bounded like the other
      * capture tables, with an overflow switch so a partial capture
      * is flagged, never silent.
      *****************************************************************
       01 XKEY-CONTEXT.
           05 XK-ROW-COUNT      PIC 9(9).
           05 XK-KEY-COUNT      PIC 9(4) COMP-5.
           05 XK-ENTRY OCCURS 2000 TIMES.
               10 XK-KEY        PIC X(16).
               10 XK-CATEGORY   PIC X(20).
               10 XK-AMOUNT     PIC S9(9)V99 COMP-3.
           05 XK-OVERFLOW-FLAG  PIC X.
               88 XK-OVERFLOWED      VALUE "Y".
