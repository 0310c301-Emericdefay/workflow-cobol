       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-CB.

      *****************************************************************
      * PLAN-CB - sqlite3_exec callback for the query-plan capture.
      * EXPLAIN QUERY PLAN answers one row per plan step - id,
      * parent, notused, detail - and this lifts the detail text of
      * each into the caller's plan area (CBPLAN, passed through
      * pArg, the same convention the other callbacks use), in the
      * order sqlite returns them.
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 TEXT-NUL-POS        PIC 99 COMP-5.

       LINKAGE SECTION.
       01 QUERY             PIC X(80).
           COPY CBCALLBK.
           COPY CBPLAN.
       01 PLAN-TEXT         PIC X(80).

       PROCEDURE DIVISION USING
                                BY VALUE NOTUSED
                                BY VALUE ARGC
                                BY REFERENCE ARGV
                                BY REFERENCE AZCOLNAME.

           SET ADDRESS OF PLAN-LINES TO NOTUSED

           IF ARGC < 4
               GOBACK
           END-IF
           IF PLNL-COUNT >= 20
               SET PLNL-OVERFLOWED TO TRUE
               GOBACK
           END-IF
           ADD 1 TO PLNL-COUNT
           MOVE SPACES TO PLNL-DETAIL(PLNL-COUNT)

           IF ARGV-COL(4) NOT = NULL
               SET ADDRESS OF PLAN-TEXT TO ARGV-COL(4)
      * Text up to the C-string terminator, at most the 80 bytes
      * kept.
               MOVE 0 TO TEXT-NUL-POS
               INSPECT PLAN-TEXT TALLYING TEXT-NUL-POS
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUE
               IF TEXT-NUL-POS > 0
                   MOVE PLAN-TEXT(1:TEXT-NUL-POS)
                       TO PLNL-DETAIL(PLNL-COUNT)
               END-IF
           END-IF

           GOBACK.

       END PROGRAM PLAN-CB.
