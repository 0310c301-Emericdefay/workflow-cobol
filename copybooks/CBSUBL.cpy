      *****************************************************************
      * CBSUBL - one key's position on the subsidiary ledger (DD/env
      * name SUMSUBL, ORGANIZATION INDEXED, keyed by table + detail
      * key - the long key where the extract carries one). SUMBALL
      * carries the table's balance day to day; the detail extract
      * only says what each key did on one night, so
      * "what is outstanding on a key and how old is it" was worked
      * out by hand. SUBL-POST posts each night's verified SUMDETL
      * here and proves the keys' closings add back to the SUMBALL
      * closing for the table.
      *   SUBL-OPENING/DEBITS/CREDITS - the last posted day's
      *       opening and movements (positive amounts are debits,
      *       negative ones credits, both kept positive as CBBALL
      *       keeps them)
      *   SUBL-OLDEST-OPEN - the date the key's balance last came
      *       off zero (or changed sign); a part-settlement keeps
      *       it, a settlement to zero clears it. The aged report
      *       ages the whole balance from it.
      *   SUBL-PRIOR-POSTED/PRIOR-OLDEST - the position before the
      *       last posted day, so a rerun of that day backs itself
      *       out before posting again.
      * The reserved key *BFWD* holds the table's SUMBALL opening
      * when the sub-ledger started after the balance ledger did -
      * balance brought forward, not allocated to any key.
      *****************************************************************
       01 SUBL-RECORD.
           05 SUBL-KEY.
               10 SUBL-TABLE-NAME   PIC X(30).
               10 SUBL-ITEM-KEY     PIC X(16).
           05 SUBL-OPENING          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 SUBL-DEBITS           PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 SUBL-CREDITS          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 SUBL-CLOSING          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 SUBL-OLDEST-OPEN      PIC X(10).
           05 SUBL-FIRST-POSTED     PIC X(10).
           05 SUBL-LAST-POSTED      PIC X(10).
           05 SUBL-PRIOR-POSTED     PIC X(10).
           05 SUBL-PRIOR-OLDEST     PIC X(10).
           05 SUBL-POSTED-TS        PIC X(16).
