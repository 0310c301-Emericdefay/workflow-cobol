      * its count, so the 7 a.m. check is one command instead of
      * seven files. An operator who wants Tuesday's board names
      * the date and gets that day's records off the SUMBOARDH
      * history instead. The month-end projection shows under the
      * counts when the night wrote one - AMBER when a table's range
      * misses its budget.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 STATE-WORD         PIC X(5).
       01 COUNT-EDITED       PIC ZZ,ZZ9.
       01 ELAPSED-EDITED     PIC ZZZ,ZZ9.
       01 AMOUNT-EDITED      PIC -ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-2-EDITED    PIC -ZZZ,ZZZ,ZZ9.99.
       01 HIT-COUNT          PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "  " STATE-WORD " RUN LOCK:     " BRD-LOCK-STATUS

           MOVE BRD-LAST-ELAPSED TO ELAPSED-EDITED
           DISPLAY "        LAST ELAPSED: " ELAPSED-EDITED " SECONDS"

           IF BRD-PROJ-MONTH = SPACES
               EXIT PARAGRAPH
           END-IF
           IF BRD-PROJ-VS-BUDGET = SPACES OR "WITHIN"
               MOVE "GREEN" TO STATE-WORD
           ELSE
               MOVE "AMBER" TO STATE-WORD
           END-IF
           MOVE BRD-PROJ-LIKELY TO AMOUNT-EDITED
           DISPLAY "  " STATE-WORD " MONTH-END " BRD-PROJ-MONTH
                   ": LIKELY " AMOUNT-EDITED
           MOVE BRD-PROJ-LOW  TO AMOUNT-EDITED
           MOVE BRD-PROJ-HIGH TO AMOUNT-2-EDITED
           DISPLAY "        RANGE: " AMOUNT-EDITED " TO "
                   AMOUNT-2-EDITED
           IF BRD-PROJ-BUDGET-FLAG = "Y"
               MOVE BRD-PROJ-BUDGET TO AMOUNT-EDITED
               DISPLAY "        BUDGET:" AMOUNT-EDITED " - RANGE "
                       BRD-PROJ-VS-BUDGET
           END-IF.

       END PROGRAM BOARD-INQ.
