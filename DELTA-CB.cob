       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 KEY-WORK            PIC X(16).
       01 KEY-NUL-POS         PIC 99 COMP-5.
       01 VALUE-WORK          PIC S9(9)V99 COMP-3.
       01 LOG-TEXT            PIC X(80).

      * Key text up to the C-string terminator, space-filled - the
      * same cleanup the group keys get, so the two sides' keys
      * compare on their text rather than on stray memory. Taken
      * through COLUMN-KEY so keys past nine characters stay whole.
           SET ADDRESS OF COLUMN-KEY TO ARGV-COL(1)
           MOVE COLUMN-KEY TO KEY-WORK
           MOVE 0 TO KEY-NUL-POS
           INSPECT KEY-WORK TALLYING KEY-NUL-POS
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE
           IF KEY-NUL-POS = 0
               MOVE SPACES TO KEY-WORK
           ELSE
               IF KEY-NUL-POS < 16
                   MOVE SPACES TO KEY-WORK(KEY-NUL-POS + 1:)
               END-IF
           END-IF
