      * one column off means FANOUT-DRIVER opens garbage. Menu-driven
      * ACCEPT/DISPLAY in the MAINT-MENU mould, like CASE-MAINT for
      * the regression cases: list, add, change, delete, with the
      * database path validated to exist before it is saved. Each
      * entry names its shop by code; with the shop master (SUMSHOP,
      * see CBSHOP) on site the code has to be on it.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS DBLIST-FILE-STATUS.
      * Existence probe for an entered database path - opened INPUT
      * and closed again, never written.
           SELECT SHOPFILE ASSIGN TO "SUMSHOP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT PROBEFILE ASSIGN TO DYNAMIC PROBE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROBE-FILE-STATUS.
       FD  DBLISTFILE.
           COPY CBDBLIST.

       FD  SHOPFILE.
           COPY CBSHOP.

       FD  PROBEFILE.
       01  PROBE-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 DBLIST-FILE-STATUS PIC XX.
           88 DBLIST-FILE-OK     VALUE "00".
       01 SHOP-FILE-STATUS   PIC XX.
           88 SHOP-FILE-OK       VALUE "00".
       01 SHOP-EOF-FLAG      PIC X.
           88 SHOP-AT-EOF        VALUE "Y".
       01 PROBE-FILE-NAME    PIC X(64).
       01 PROBE-FILE-STATUS  PIC XX.
           88 PROBE-FILE-OK      VALUE "00".
           05 LIST-ENTRY OCCURS 200 TIMES.
               10 ENT-DBNAME        PIC X(64).
               10 ENT-TABLE-NAME    PIC X(30).
               10 ENT-SHOP-CODE     PIC X(8).
       01 ENTRY-IDX          PIC 9(3) COMP-5.

      * Shop codes on the master, for the check on entry. No master
      * on site means no code discipline - any code, or none, is
      * taken, as it was before the master existed.
       01 SHOPM-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01 SHOPM-TABLE.
           05 SHOPM-ENTRY OCCURS 200 TIMES.
               10 SM-CODE           PIC X(8).
               10 SM-NAME           PIC X(30).
       01 SHOPM-IDX          PIC 9(3) COMP-5.
       01 SHOPM-HIT-IDX      PIC 9(3) COMP-5.
       01 PICK-NUMBER        PIC 9(3).
       01 ENTRY-IDX-EDITED   PIC ZZ9.

               END-IF
           END-IF
           PERFORM 0100-LOAD-LIST-FILE
           PERFORM 0150-LOAD-SHOP-MASTER
           PERFORM UNTIL MENU-IS-DONE
               PERFORM 1000-SHOW-MENU
               PERFORM 2000-PROCESS-CHOICE
                               TO ENT-DBNAME(ENTRY-COUNT)
                           MOVE DBLIST-TABLE-NAME
                               TO ENT-TABLE-NAME(ENTRY-COUNT)
                           MOVE DBLIST-SHOP-CODE
                               TO ENT-SHOP-CODE(ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DBLISTFILE.

       0150-LOAD-SHOP-MASTER.
           MOVE 0 TO SHOPM-COUNT
           MOVE "N" TO SHOP-EOF-FLAG
           OPEN INPUT SHOPFILE
           IF NOT SHOP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SHOP-AT-EOF
               READ SHOPFILE
                   AT END
                       SET SHOP-AT-EOF TO TRUE
                   NOT AT END
                       IF SHOP-CODE NOT = SPACES AND
                          SHOPM-COUNT < 200
                           ADD 1 TO SHOPM-COUNT
                           MOVE SHOP-CODE TO SM-CODE(SHOPM-COUNT)
                           MOVE SHOP-NAME TO SM-NAME(SHOPM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHOPFILE.

       1000-SHOW-MENU.
           MOVE ENTRY-COUNT TO ENTRY-IDX-EDITED
           DISPLAY " "
               DISPLAY ENTRY-IDX-EDITED ". "
                       ENT-DBNAME(ENTRY-IDX)
               DISPLAY "     TABLE " ENT-TABLE-NAME(ENTRY-IDX)
               DISPLAY "     SHOP  " ENT-SHOP-CODE(ENTRY-IDX)
           END-PERFORM.

       2200-ADD-ENTRY.
           MOVE ENTRY-COUNT TO ENTRY-IDX
           MOVE SPACES TO ENT-DBNAME(ENTRY-IDX)
           MOVE SPACES TO ENT-TABLE-NAME(ENTRY-IDX)
           MOVE SPACES TO ENT-SHOP-CODE(ENTRY-IDX)
           PERFORM 2500-EDIT-DBNAME
           IF NOT FIELD-IS-OK
               SUBTRACT 1 FROM ENTRY-COUNT
               DISPLAY "Entry not added."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2700-EDIT-SHOP-CODE
           IF NOT FIELD-IS-OK
               SUBTRACT 1 FROM ENTRY-COUNT
               DISPLAY "Entry not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Entry added.".

       2300-CHANGE-ENTRY.
           PERFORM 2500-EDIT-DBNAME
           DISPLAY "Table now: " ENT-TABLE-NAME(ENTRY-IDX)
           PERFORM 2600-EDIT-TABLE-NAME
           DISPLAY "Shop now: " ENT-SHOP-CODE(ENTRY-IDX)
           PERFORM 2700-EDIT-SHOP-CODE
           DISPLAY "Entry changed.".

       2400-DELETE-ENTRY.
           MOVE OPERATOR-INPUT TO ENT-TABLE-NAME(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2700-EDIT-SHOP-CODE.
      * The shop the database belongs to - its name, district and
      * region on the cross-shop report, its open/close dates on
      * the fan-out. Blank keeps the current code.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Shop code (blank = keep): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               IF ENT-SHOP-CODE(ENTRY-IDX) = SPACES AND
                  SHOPM-COUNT > 0
                   DISPLAY "A shop code is required."
               ELSE
                   SET FIELD-IS-OK TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SHOPM-COUNT = 0
               MOVE OPERATOR-INPUT(1:8) TO ENT-SHOP-CODE(ENTRY-IDX)
               SET FIELD-IS-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SHOPM-HIT-IDX
           PERFORM VARYING SHOPM-IDX FROM 1 BY 1
                   UNTIL SHOPM-IDX > SHOPM-COUNT
               IF SM-CODE(SHOPM-IDX) = OPERATOR-INPUT(1:8)
                   MOVE SHOPM-IDX TO SHOPM-HIT-IDX
               END-IF
           END-PERFORM
           IF SHOPM-HIT-IDX = 0 OR OPERATOR-INPUT(9:) NOT = SPACES
               DISPLAY "Not on the shop master (SUMSHOP): "
                       OPERATOR-INPUT
               DISPLAY "Value not taken."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Shop: " SM-NAME(SHOPM-HIT-IDX)
           MOVE OPERATOR-INPUT(1:8) TO ENT-SHOP-CODE(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2800-PICK-ENTRY.
           MOVE 0 TO ENTRY-IDX
           IF ENTRY-COUNT = 0
               MOVE SPACES TO DBLIST-RECORD
               MOVE ENT-DBNAME(ENTRY-IDX)     TO DBLIST-DBNAME
               MOVE ENT-TABLE-NAME(ENTRY-IDX) TO DBLIST-TABLE-NAME
               MOVE ENT-SHOP-CODE(ENTRY-IDX)  TO DBLIST-SHOP-CODE
               WRITE DBLIST-RECORD
           END-PERFORM
           CLOSE DBLISTFILE
               MOVE SPACES TO STAGE-RECORD
               MOVE ENT-DBNAME(ENTRY-IDX)     TO STAGE-DBNAME
               MOVE ENT-TABLE-NAME(ENTRY-IDX) TO STAGE-TABLE-NAME
               MOVE ENT-SHOP-CODE(ENTRY-IDX)  TO STAGE-SHOP-CODE
               WRITE STAGE-RECORD
           END-PERFORM
           CLOSE STAGEFILE
