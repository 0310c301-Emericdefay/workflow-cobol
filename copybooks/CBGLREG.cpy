      * sent to the ledger, with its number, business date, table,
      * pair count and hash total. The register is the gap check's
      * memory - a batch number that is not the last entry plus one
      * in the same number series raises an alert - and GLREG-RPT
      * prints it for accounting.
      *****************************************************************
       01 GLREG-RECORD.
           05 GREG-BATCH-NO      PIC 9(6).
           05 GREG-TABLE-NAME    PIC X(30).
           05 GREG-PAIR-COUNT    PIC 9(9).
           05 GREG-HASH          PIC 9(15).
      * ORIGINAL for the nightly batch, ACCRUAL for the month-end
      * accrual batch, REVERSAL for the batch that reverses one,
      * ALLOCATION for ALLOC-POST's cost-centre split of a table's
      * category subtotals, REVALUE for FX-REVAL's month-end
      * revaluation of the currency positions, SALESTAX for
      * TAX-POST's tax liability on a table's category subtotals.
           05 GREG-REFERENCE     PIC X(10).
           05 GREG-CUT-TS        PIC X(16).
      * On a REVERSAL entry, the ACCRUAL or REVALUE batch it reverses
      * - how GLREG-RPT finds one whose reversal never went out.
           05 GREG-REVERSES-BATCH PIC 9(6).
      * The legal entity whose number series the batch was cut in
      * (see CBGLSEQ) - blank for the shared series.
           05 GREG-ENTITY        PIC X(6).
