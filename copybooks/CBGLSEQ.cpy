      *****************************************************************
      * CBGLSEQ - the journal batch sequence control (DD/env name
      * SUMGLSEQ): the next batch number to assign, one record per
      * number series. Read and rewritten by whoever cuts a posting
      * batch, so every batch ever cut carries a distinct ascending
      * number within its series and a skipped night is visible as
      * a gap on the register.
      * Every batch cutter numbers a legal entity's batches in
      * that entity's own series (GLSEQ-ENTITY, see CBENTM); the
      * record with a blank entity is the shared series batches
      * were numbered in before entities existed, as a file written
      * then holds. Only GLSEQ-NEXT reads or writes the file. A
      * series with no record starts at 1.
      *****************************************************************
       01 GLSEQ-RECORD.
           05 GLSEQ-NEXT-BATCH   PIC 9(6).
           05 GLSEQ-ENTITY       PIC X(6).
