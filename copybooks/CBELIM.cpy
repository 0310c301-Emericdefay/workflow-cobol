      *****************************************************************
      * CBELIM - one inter-shop elimination entry or exception from
      * a fan-out consolidation (DD/env name SUMELIM, appended).
      * For every SUMISREL relationship (see CBISREL) booked on both
      * sides, an E entry takes both legs back out of the group
      * total: ELIM-AMOUNT is minus the sum of the two shops'
      * subtotals for the category. A transfer booked on one side
      * only, or with the two legs disagreeing, is an X exception
      * carrying the reason and is not eliminated. Each
      * consolidation appends a whole new set stamped with its own
      * timestamp; readers take only the LAST set for a date.
      *****************************************************************
       01 ELIM-RECORD.
           05 ELIM-RUN-DATE      PIC X(10).
           05 ELIM-POSTED-TS     PIC X(16).
           05 ELIM-TYPE          PIC X.
               88 ELIM-IS-ENTRY       VALUE "E".
               88 ELIM-IS-EXCEPTION   VALUE "X".
           05 ELIM-FROM-DBNAME   PIC X(64).
           05 ELIM-TO-DBNAME     PIC X(64).
           05 ELIM-CATEGORY      PIC X(20).
           05 ELIM-FROM-AMOUNT   PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 ELIM-TO-AMOUNT     PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 ELIM-AMOUNT        PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 ELIM-REASON        PIC X(30).
