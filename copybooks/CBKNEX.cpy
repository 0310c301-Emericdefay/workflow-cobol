      *****************************************************************
      * CBKNEX - one entry on the known-exception list (DD/env name
      * SUMKNEX). The same legitimate keys - the weekly bulk orders
      * - tripped the outlier check every run and buried the rows
      * worth a look. An operator who reviews an exception on
      * EXCP-REV and finds it legitimate can place its key here
      * with an expiry date; while the entry is live the scan's
      * outlier check passes that key over (counted, not written to
      * SUMEXCP). An entry is live through its expiry date and for
      * its table only, or for every table when KX-TABLE-NAME is
      * spaces; the scan ignores it after that date without any
      * further step. Ending an entry keeps the record.
      *   KX-STATUS  A = active, D = ended by an operator
      *****************************************************************
       01 KNEX-RECORD.
           05 KX-KNOWN-ID        PIC 9(4).
           05 KX-KEY             PIC X(9).
           05 KX-TABLE-NAME      PIC X(30).
           05 KX-EXPIRY-DATE     PIC X(10).
           05 KX-STATUS          PIC X.
               88 KX-IS-ACTIVE        VALUE "A".
               88 KX-IS-ENDED         VALUE "D".
           05 KX-REASON          PIC X(40).
           05 KX-ADDED-BY        PIC X(8).
           05 KX-ADDED-TS        PIC X(16).
      * When an operator ended the entry; spaces while active.
           05 KX-CLOSED-TS       PIC X(16).
      * The SUMEXCP record whose review placed the key here.
           05 KX-EXCP-SEQ        PIC 9(9).
      * The key in full when it runs past nine characters - spaces on
      * entries listed before long keys were carried, which match on
      * KX-KEY alone.
           05 KX-LONG-KEY        PIC X(16).
