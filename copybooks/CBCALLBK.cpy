           03  AZCOL-NAME   POINTER
               OCCURS 1 TO 50 TIMES DEPENDING ON ARGC.
       01 COLUMN-ID         PIC X(9).
      * The key column again, through a window wide enough for a
      * business key - the acquired shops' transaction references
      * run to sixteen characters, which COLUMN-ID (the value the
      * statistics read) cut at nine. Cleaned at its terminator like
      * every other window here.
       01 COLUMN-KEY        PIC X(16).
       01 COLUMN-NAME       PIC X(20).
      * The row's timestamp column, when the context designates one
      * - wide enough for a full date, time and fraction.
       01 COLUMN-STAMP      PIC X(26).
      * Second numeric column value, summed alongside COLUMN-ID so
      * one pass can total more than one column. Aliased onto
      * ARGV-COL(3), not ARGV-COL(2) - column 2 is already spoken
