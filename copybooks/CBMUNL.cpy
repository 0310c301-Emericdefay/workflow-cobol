      *****************************************************************
      * CBMUNL - one line of a keyed-master unload written by
      * MAST-UTIL (MUDIR/<master>.<yyyymmdd>.UNL). Every record the
      * master gave up is a "D" line carrying the record image, in
      * key order as read; the last line is the "T" trailer with the
      * count and hash of the D lines (the CFG-SNAP hash, taken over
      * MUNL-DATA). An unload is only reloaded once its trailer
      * agrees and its keys and fields have been checked.
      *   MUNLT-COMPLETE N - the master stopped answering part way
      *       (status in MUNLT-STOP-STATUS); the unload holds what
      *       was readable up to that point.
      *****************************************************************
       01 MUNL-RECORD.
           05 MUNL-TYPE              PIC X.
               88 MUNL-IS-DATA           VALUE "D".
               88 MUNL-IS-TRAILER        VALUE "T".
           05 MUNL-DATA              PIC X(250).
           05 MUNL-TRAILER REDEFINES MUNL-DATA.
               10 MUNLT-MASTER       PIC X(12).
               10 MUNLT-UNLOADED-TS  PIC X(16).
               10 MUNLT-RECORDS      PIC 9(12).
               10 MUNLT-HASH         PIC 9(15).
               10 MUNLT-COMPLETE     PIC X.
                   88 MUNLT-WAS-COMPLETE VALUE "Y".
               10 MUNLT-STOP-STATUS  PIC XX.
               10 FILLER             PIC X(192).
