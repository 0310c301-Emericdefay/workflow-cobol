       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDG-MAINT.

      *****************************************************************
      * BUDG-MAINT - maintenance screen for the budget master
      * (SUMBUDG, see CBBUDG). Finance kept the monthly budget per
      * table and category in a spreadsheet; this puts it on file
      * beside the figures it is measured against. Menu-driven
      * ACCEPT/DISPLAY in the MAINT-MENU mould, like DBLIST-MAINT:
      * list, add, change, delete, save. Budgets are keyed at leaf
      * level only - the category has to be an active SUMCATM leaf
      * (the parent is rolled up at report time, never keyed), or
      * blank for the table's own line. Sign-on and dual control
      * follow MAINT-MENU: a view-only operator may list but not
      * change, and with SUMPEND on site the save is staged for a
      * second operator's approval (CHG-APPROVE).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGFILE ASSIGN TO "SUMBUDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BUDG-FILE-STATUS.
           SELECT CATMFILE ASSIGN TO "SUMCATM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATM-FILE-STATUS.
           SELECT OPERFILE ASSIGN TO "SUMOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT PENDFILE ASSIGN TO "SUMPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT OPTIONAL STAGEFILE ASSIGN TO "SUMBUDGP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGFILE.
           COPY CBBUDG.

       FD  CATMFILE.
           COPY CBCATM.

       FD  OPERFILE.
           COPY CBOPER.

       FD  PENDFILE.
           COPY CBPEND.

       FD  STAGEFILE.
           COPY CBBUDG REPLACING LEADING ==BUDG-== BY ==STAGE-==.

       WORKING-STORAGE SECTION.
       01 BUDG-FILE-STATUS   PIC XX.
           88 BUDG-FILE-OK       VALUE "00" "05".
       01 BUDG-EOF-FLAG      PIC X.
           88 BUDG-AT-EOF        VALUE "Y".
       01 CATM-FILE-STATUS   PIC XX.
           88 CATM-FILE-OK       VALUE "00".
       01 CATM-EOF-FLAG      PIC X.
           88 CATM-AT-EOF        VALUE "Y".
       01 MENU-CHOICE        PIC X(2).
       01 DONE-FLAG          PIC X VALUE "N".
           88 MENU-IS-DONE       VALUE "Y".
       01 OPERATOR-INPUT     PIC X(64).
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 SAVE-STATUS        PIC XX.

      * Sign-on state - see MAINT-MENU 0050-SIGN-ON.
       01 OPER-FILE-STATUS   PIC XX.
           88 OPER-FILE-OK       VALUE "00".
       01 OPER-EOF-FLAG      PIC X.
           88 OPER-AT-EOF        VALUE "Y".
       01 OPER-AUTH-WORK     PIC X VALUE "U".
           88 OPER-CAN-UPDATE    VALUE "U".
           88 OPER-VIEW-ONLY     VALUE "V".
       01 SIGNON-FLAG        PIC X VALUE "N".
           88 SIGNON-ACCEPTED    VALUE "Y".
       01 OPERATOR-ID        PIC X(8) VALUE SPACES.

      * Dual control state - on when SUMPEND exists.
       01 PEND-FILE-STATUS   PIC XX.
           88 PEND-FILE-OK       VALUE "00".
       01 STAGE-FILE-STATUS  PIC XX.
       01 DUAL-CONTROL-FLAG  PIC X VALUE "N".
           88 DUAL-CONTROL-ON    VALUE "Y".
       01 PEND-REQ-TARGET    PIC X(10).
       01 PEND-REQ-STAGE     PIC X(12).
       01 FIELD-OK-FLAG      PIC X.
           88 FIELD-IS-OK        VALUE "Y".
       01 CHANGED-FLAG       PIC X VALUE "N".
           88 BUDGET-CHANGED     VALUE "Y".

      * The category master, for the leaf check on entry. No master
      * on site means no category discipline, the way the scan
      * treats it.
       01 CATM-COUNT         PIC 99 COMP-5 VALUE 0.
       01 CATM-TABLE-WS.
           05 CATM-ENTRY OCCURS 50 TIMES.
               10 CM-CODE        PIC X(20).
               10 CM-PARENT      PIC X(20).
               10 CM-ACTIVE      PIC X.
       01 CATM-IDX           PIC 99 COMP-5.
       01 CATM-HIT-IDX       PIC 99 COMP-5.

      * The whole master held in storage for the session, rewritten
      * wholesale at save the way DBLIST-MAINT rewrites SUMDBLIST.
      * 500 lines is a year of budgets for forty leaves on one table.
       01 ENTRY-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01 ENTRY-TABLE.
           05 BUDG-ENTRY OCCURS 500 TIMES.
               10 ENT-TABLE-NAME    PIC X(30).
               10 ENT-CATEGORY      PIC X(20).
               10 ENT-MONTH         PIC X(7).
               10 ENT-AMOUNT        PIC S9(11)V99.
               10 ENT-UPDATED-BY    PIC X(8).
               10 ENT-UPDATED-TS    PIC X(16).
       01 ENTRY-IDX          PIC 9(3) COMP-5.
       01 DUP-IDX            PIC 9(3) COMP-5.
       01 PICK-NUMBER        PIC 9(3).
       01 ENTRY-IDX-EDITED   PIC ZZ9.
       01 AMOUNT-EDITED      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 MONTH-WORK         PIC X(7).
       01 MONTH-WORK-PARTS REDEFINES MONTH-WORK.
           05 MW-YEAR            PIC 9(4).
           05 MW-DASH            PIC X.
           05 MW-MONTH           PIC 99.
       01 FILTER-TABLE       PIC X(30) VALUE SPACES.
       01 FILTER-MONTH       PIC X(7)  VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0050-SIGN-ON
           IF NOT SIGNON-ACCEPTED
               DISPLAY "Sign-on refused - not on the operator file."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Dual control is opted into by creating SUMPEND, the way
      * MAINT-MENU treats it.
           OPEN INPUT PENDFILE
           IF PEND-FILE-OK
               SET DUAL-CONTROL-ON TO TRUE
               CLOSE PENDFILE
               DISPLAY "Dual control in effect - saves need approval."
           END-IF
           PERFORM 0100-LOAD-BUDGET-FILE
           PERFORM 0150-LOAD-CATEGORY-MASTER
           PERFORM UNTIL MENU-IS-DONE
               PERFORM 1000-SHOW-MENU
               PERFORM 2000-PROCESS-CHOICE
           END-PERFORM
      * A view-only session, or one that changed nothing, leaves
      * the master exactly as it found it.
           IF OPER-CAN-UPDATE AND BUDGET-CHANGED
               PERFORM 3000-WRITE-BUDGET-FILE
           ELSE
               DISPLAY "No changes saved."
           END-IF
           STOP RUN.

       0050-SIGN-ON.
      * As MAINT-MENU - no SUMOPER file keeps the screen open with
      * the id taken from OPERID; with the file present the entered
      * id must be on it and its authority decides what it may do.
           OPEN INPUT OPERFILE
           IF NOT OPER-FILE-OK
               ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERID"
               IF OPERATOR-ID = SPACES
                   MOVE "UNKNOWN" TO OPERATOR-ID
               END-IF
               SET OPER-CAN-UPDATE TO TRUE
               SET SIGNON-ACCEPTED TO TRUE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator id: "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:8) TO OPERATOR-ID
           MOVE "N" TO OPER-EOF-FLAG
           PERFORM UNTIL OPER-AT-EOF
               READ OPERFILE
                   AT END
                       SET OPER-AT-EOF TO TRUE
                   NOT AT END
                       IF OPER-ID = OPERATOR-ID AND
                          OPERATOR-ID NOT = SPACES
                           SET OPER-AT-EOF TO TRUE
                           SET SIGNON-ACCEPTED TO TRUE
                           IF OPER-AUTHORITY = "V"
                               SET OPER-VIEW-ONLY TO TRUE
                           ELSE
                               SET OPER-CAN-UPDATE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERFILE
           IF SIGNON-ACCEPTED
               IF OPER-VIEW-ONLY
                   DISPLAY "Signed on view-only."
                   STRING "BUDG-MAINT VIEW-ONLY SIGN-ON: "
                              DELIMITED BY SIZE
                          OPERATOR-ID DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
               ELSE
                   STRING "BUDG-MAINT SIGN-ON: " DELIMITED BY SIZE
                          OPERATOR-ID           DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
               END-IF
           ELSE
               STRING "BUDG-MAINT SIGN-ON REFUSED: " DELIMITED BY SIZE
                      OPERATOR-ID                    DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
           END-IF
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0100-LOAD-BUDGET-FILE.
      * No file yet just means an empty master - the first save
      * creates it.
           MOVE "N" TO BUDG-EOF-FLAG
           OPEN INPUT BUDGFILE
           IF NOT BUDG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BUDG-AT-EOF
               READ BUDGFILE
                   AT END
                       SET BUDG-AT-EOF TO TRUE
                   NOT AT END
                       IF ENTRY-COUNT < 500
                           ADD 1 TO ENTRY-COUNT
                           MOVE BUDG-TABLE-NAME
                               TO ENT-TABLE-NAME(ENTRY-COUNT)
                           MOVE BUDG-CATEGORY
                               TO ENT-CATEGORY(ENTRY-COUNT)
                           MOVE BUDG-MONTH TO ENT-MONTH(ENTRY-COUNT)
                           MOVE BUDG-AMOUNT TO ENT-AMOUNT(ENTRY-COUNT)
                           MOVE BUDG-UPDATED-BY
                               TO ENT-UPDATED-BY(ENTRY-COUNT)
                           MOVE BUDG-UPDATED-TS
                               TO ENT-UPDATED-TS(ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGFILE.

       0150-LOAD-CATEGORY-MASTER.
           MOVE 0 TO CATM-COUNT
           MOVE "N" TO CATM-EOF-FLAG
           OPEN INPUT CATMFILE
           IF NOT CATM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATM-AT-EOF
               READ CATMFILE
                   AT END
                       SET CATM-AT-EOF TO TRUE
                   NOT AT END
                       IF CATM-CODE NOT = SPACES AND CATM-COUNT < 50
                           ADD 1 TO CATM-COUNT
                           MOVE CATM-CODE   TO CM-CODE(CATM-COUNT)
                           MOVE CATM-PARENT TO CM-PARENT(CATM-COUNT)
                           MOVE CATM-ACTIVE TO CM-ACTIVE(CATM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATMFILE.

       1000-SHOW-MENU.
           MOVE ENTRY-COUNT TO ENTRY-IDX-EDITED
           DISPLAY " "
           DISPLAY "BUDGET MASTER - MAINTENANCE MENU"
           DISPLAY "Budget lines on file: " ENTRY-IDX-EDITED
           DISPLAY "L. List budget lines"
           DISPLAY "A. Add a budget line"
           DISPLAY "C. Change a budget line"
           DISPLAY "D. Delete a budget line"
           DISPLAY "S. Save and exit"
           DISPLAY "Enter choice: "
           ACCEPT MENU-CHOICE.

       2000-PROCESS-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "L "
                   PERFORM 2100-LIST-ENTRIES
               WHEN "l "
                   PERFORM 2100-LIST-ENTRIES
               WHEN "A "
                   PERFORM 2050-CHECK-UPDATE-AUTHORITY
                   IF OPER-CAN-UPDATE
                       PERFORM 2200-ADD-ENTRY
                   END-IF
               WHEN "a "
                   PERFORM 2050-CHECK-UPDATE-AUTHORITY
                   IF OPER-CAN-UPDATE
                       PERFORM 2200-ADD-ENTRY
                   END-IF
               WHEN "C "
                   PERFORM 2050-CHECK-UPDATE-AUTHORITY
                   IF OPER-CAN-UPDATE
                       PERFORM 2300-CHANGE-ENTRY
                   END-IF
               WHEN "c "
                   PERFORM 2050-CHECK-UPDATE-AUTHORITY
                   IF OPER-CAN-UPDATE
                       PERFORM 2300-CHANGE-ENTRY
                   END-IF
               WHEN "D "
                   PERFORM 2050-CHECK-UPDATE-AUTHORITY
                   IF OPER-CAN-UPDATE
                       PERFORM 2400-DELETE-ENTRY
                   END-IF
               WHEN "d "
                   PERFORM 2050-CHECK-UPDATE-AUTHORITY
                   IF OPER-CAN-UPDATE
                       PERFORM 2400-DELETE-ENTRY
                   END-IF
               WHEN "S "
                   SET MENU-IS-DONE TO TRUE
               WHEN "s "
                   SET MENU-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.

       2050-CHECK-UPDATE-AUTHORITY.
      * A refused change is logged - the audit question is who
      * tried, not only who succeeded.
           IF OPER-VIEW-ONLY
               DISPLAY "View-only sign-on - changes are refused."
               STRING "BUDG-MAINT CHANGE REFUSED, VIEW-ONLY: "
                          DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF.

       2100-LIST-ENTRIES.
      * A whole year of lines scrolls off the screen - table and
      * month narrow the list, blank takes everything.
           IF ENTRY-COUNT = 0
               DISPLAY "No budget lines on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Table to list (blank = all): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT TO FILTER-TABLE
           DISPLAY "Month to list, YYYY-MM (blank = all): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:7) TO FILTER-MONTH
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > ENTRY-COUNT
               IF (FILTER-TABLE = SPACES OR
                   FILTER-TABLE = ENT-TABLE-NAME(ENTRY-IDX)) AND
                  (FILTER-MONTH = SPACES OR
                   FILTER-MONTH = ENT-MONTH(ENTRY-IDX))
                   MOVE ENTRY-IDX TO ENTRY-IDX-EDITED
                   MOVE ENT-AMOUNT(ENTRY-IDX) TO AMOUNT-EDITED
                   DISPLAY ENTRY-IDX-EDITED ". "
                           ENT-TABLE-NAME(ENTRY-IDX) " "
                           ENT-MONTH(ENTRY-IDX)
                   IF ENT-CATEGORY(ENTRY-IDX) = SPACES
                       DISPLAY "     (TABLE TOTAL)        "
                               AMOUNT-EDITED
                   ELSE
                       DISPLAY "     " ENT-CATEGORY(ENTRY-IDX) " "
                               AMOUNT-EDITED
                   END-IF
               END-IF
           END-PERFORM.

       2200-ADD-ENTRY.
           IF ENTRY-COUNT >= 500
               DISPLAY "Budget master is full (500), not added."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENTRY-COUNT
           MOVE ENTRY-COUNT TO ENTRY-IDX
           MOVE SPACES TO BUDG-ENTRY(ENTRY-IDX)
           MOVE ZERO TO ENT-AMOUNT(ENTRY-IDX)
           PERFORM 2500-EDIT-TABLE-NAME
           IF FIELD-IS-OK
               PERFORM 2600-EDIT-CATEGORY
           END-IF
           IF FIELD-IS-OK
               PERFORM 2700-EDIT-MONTH
           END-IF
           IF FIELD-IS-OK
               PERFORM 2750-EDIT-AMOUNT
           END-IF
           IF FIELD-IS-OK
               PERFORM 2850-CHECK-DUPLICATE
           END-IF
           IF NOT FIELD-IS-OK
               SUBTRACT 1 FROM ENTRY-COUNT
               DISPLAY "Budget line not added."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2900-STAMP-ENTRY
           DISPLAY "Budget line added.".

       2300-CHANGE-ENTRY.
           PERFORM 2800-PICK-ENTRY
           IF ENTRY-IDX = 0
               EXIT PARAGRAPH
           END-IF
      * Only the amount changes in place - a different table,
      * category or month is a different line, deleted and added,
      * so the master can never end up holding two lines for one
      * key through a change.
           DISPLAY "Table    : " ENT-TABLE-NAME(ENTRY-IDX)
           DISPLAY "Category : " ENT-CATEGORY(ENTRY-IDX)
           DISPLAY "Month    : " ENT-MONTH(ENTRY-IDX)
           MOVE ENT-AMOUNT(ENTRY-IDX) TO AMOUNT-EDITED
           DISPLAY "Amount now: " AMOUNT-EDITED
           PERFORM 2750-EDIT-AMOUNT
           IF FIELD-IS-OK
               PERFORM 2900-STAMP-ENTRY
               DISPLAY "Budget line changed."
           END-IF.

       2400-DELETE-ENTRY.
           PERFORM 2800-PICK-ENTRY
           IF ENTRY-IDX = 0
               EXIT PARAGRAPH
           END-IF
      * Close the gap so the rewrite at save carries no hole.
           PERFORM UNTIL ENTRY-IDX >= ENTRY-COUNT
               MOVE BUDG-ENTRY(ENTRY-IDX + 1) TO BUDG-ENTRY(ENTRY-IDX)
               ADD 1 TO ENTRY-IDX
           END-PERFORM
           SUBTRACT 1 FROM ENTRY-COUNT
           SET BUDGET-CHANGED TO TRUE
           DISPLAY "Budget line deleted.".

       2500-EDIT-TABLE-NAME.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Table name: "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               DISPLAY "A table name is required."
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-INPUT TO ENT-TABLE-NAME(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2600-EDIT-CATEGORY.
      * Blank is the table's own line. Otherwise an active leaf on
      * SUMCATM - a code some other category names as its parent
      * is a family, and families are rolled up, never budgeted.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Category (blank = table total line): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES OR CATM-COUNT = 0
               MOVE OPERATOR-INPUT TO ENT-CATEGORY(ENTRY-IDX)
               SET FIELD-IS-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CATM-HIT-IDX
           PERFORM VARYING CATM-IDX FROM 1 BY 1
                   UNTIL CATM-IDX > CATM-COUNT
               IF CM-CODE(CATM-IDX) = OPERATOR-INPUT(1:20)
                   MOVE CATM-IDX TO CATM-HIT-IDX
               END-IF
           END-PERFORM
           IF CATM-HIT-IDX = 0
               DISPLAY "Not on the category master: " OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           IF CM-ACTIVE(CATM-HIT-IDX) NOT = "Y"
               DISPLAY "Category is inactive: " OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CATM-IDX FROM 1 BY 1
                   UNTIL CATM-IDX > CATM-COUNT
               IF CM-PARENT(CATM-IDX) = OPERATOR-INPUT(1:20)
                   DISPLAY "Category is a family - budget its leaves."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE OPERATOR-INPUT TO ENT-CATEGORY(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2700-EDIT-MONTH.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Month (YYYY-MM): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:7) TO MONTH-WORK
           IF MONTH-WORK(1:4) IS NOT NUMERIC OR
              MW-DASH NOT = "-" OR
              MONTH-WORK(6:2) IS NOT NUMERIC OR
              OPERATOR-INPUT(8:) NOT = SPACES
               DISPLAY "Month must be YYYY-MM: " OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           IF MW-MONTH < 1 OR MW-MONTH > 12
               DISPLAY "No such month: " OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE MONTH-WORK TO ENT-MONTH(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2750-EDIT-AMOUNT.
      * Blank keeps the current amount in a change; an add starts
      * at zero, so blank there is a deliberate zero budget.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Budget amount (blank = keep): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               SET FIELD-IS-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "Not a number: " OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(OPERATOR-INPUT)
               TO ENT-AMOUNT(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2800-PICK-ENTRY.
           MOVE 0 TO ENTRY-IDX
           IF ENTRY-COUNT = 0
               DISPLAY "No budget lines on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Line number: "
           ACCEPT OPERATOR-INPUT
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "Not a number: " OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO PICK-NUMBER
           IF PICK-NUMBER = 0 OR PICK-NUMBER > ENTRY-COUNT
               DISPLAY "No such line."
               EXIT PARAGRAPH
           END-IF
           MOVE PICK-NUMBER TO ENTRY-IDX.

       2850-CHECK-DUPLICATE.
      * One line per table, category and month - a second line for
      * the same key would double the budget on the report.
           PERFORM VARYING DUP-IDX FROM 1 BY 1
                   UNTIL DUP-IDX >= ENTRY-IDX
               IF ENT-TABLE-NAME(DUP-IDX) = ENT-TABLE-NAME(ENTRY-IDX)
                  AND ENT-CATEGORY(DUP-IDX) = ENT-CATEGORY(ENTRY-IDX)
                  AND ENT-MONTH(DUP-IDX) = ENT-MONTH(ENTRY-IDX)
                   MOVE DUP-IDX TO ENTRY-IDX-EDITED
                   DISPLAY "Already on file as line " ENTRY-IDX-EDITED
                           " - change that line instead."
                   MOVE "N" TO FIELD-OK-FLAG
               END-IF
           END-PERFORM.

       2900-STAMP-ENTRY.
           MOVE OPERATOR-ID TO ENT-UPDATED-BY(ENTRY-IDX)
           MOVE FUNCTION CURRENT-DATE (1:16)
               TO ENT-UPDATED-TS(ENTRY-IDX)
           SET BUDGET-CHANGED TO TRUE.

       3000-WRITE-BUDGET-FILE.
      * Wholesale rewrite at save - the in-storage table is the
      * truth by now. Under dual control the rewrite lands on the
      * staging file and a pending record instead; SUMBUDG moves
      * when a second operator approves it in CHG-APPROVE.
           IF DUAL-CONTROL-ON
               PERFORM 3050-STAGE-BUDGET-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BUDGFILE
           IF NOT BUDG-FILE-OK
               PERFORM 3090-REPORT-SAVE-FAILURE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > ENTRY-COUNT
                      OR NOT BUDG-FILE-OK
               MOVE SPACES TO BUDG-RECORD
               MOVE ENT-TABLE-NAME(ENTRY-IDX) TO BUDG-TABLE-NAME
               MOVE ENT-CATEGORY(ENTRY-IDX)   TO BUDG-CATEGORY
               MOVE ENT-MONTH(ENTRY-IDX)      TO BUDG-MONTH
               MOVE ENT-AMOUNT(ENTRY-IDX)     TO BUDG-AMOUNT
               MOVE ENT-UPDATED-BY(ENTRY-IDX) TO BUDG-UPDATED-BY
               MOVE ENT-UPDATED-TS(ENTRY-IDX) TO BUDG-UPDATED-TS
               WRITE BUDG-RECORD
           END-PERFORM
           IF NOT BUDG-FILE-OK
               MOVE BUDG-FILE-STATUS TO SAVE-STATUS
               CLOSE BUDGFILE
               MOVE SAVE-STATUS TO BUDG-FILE-STATUS
               PERFORM 3090-REPORT-SAVE-FAILURE
               EXIT PARAGRAPH
           END-IF
           CLOSE BUDGFILE
           MOVE SPACES TO LOG-TEXT
           STRING "BUDGET MASTER SAVED BY " DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           DISPLAY "Budget master saved to SUMBUDG.".

       3050-STAGE-BUDGET-FILE.
           OPEN OUTPUT STAGEFILE
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > ENTRY-COUNT
               MOVE SPACES TO STAGE-RECORD
               MOVE ENT-TABLE-NAME(ENTRY-IDX) TO STAGE-TABLE-NAME
               MOVE ENT-CATEGORY(ENTRY-IDX)   TO STAGE-CATEGORY
               MOVE ENT-MONTH(ENTRY-IDX)      TO STAGE-MONTH
               MOVE ENT-AMOUNT(ENTRY-IDX)     TO STAGE-AMOUNT
               MOVE ENT-UPDATED-BY(ENTRY-IDX) TO STAGE-UPDATED-BY
               MOVE ENT-UPDATED-TS(ENTRY-IDX) TO STAGE-UPDATED-TS
               WRITE STAGE-RECORD
           END-PERFORM
           CLOSE STAGEFILE
           MOVE "SUMBUDG"  TO PEND-REQ-TARGET
           MOVE "SUMBUDGP" TO PEND-REQ-STAGE
           CALL "CHG-PEND" USING BY REFERENCE PEND-REQ-TARGET,
                                              PEND-REQ-STAGE,
                                              OPERATOR-ID
           DISPLAY "Budget master staged - awaiting a second"
                   " operator's approval (CHG-APPROVE).".

       3090-REPORT-SAVE-FAILURE.
      * The operator is told the changes did not land rather than
      * seeing them reported saved.
           MOVE SPACES TO LOG-TEXT
           STRING "BUDGET MASTER NOT SAVED, SUMBUDG STATUS "
                      DELIMITED BY SIZE
                  BUDG-FILE-STATUS DELIMITED BY SIZE
                  " - BY " DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           DISPLAY "Budget master NOT saved - SUMBUDG status "
                   BUDG-FILE-STATUS "."
           MOVE 8 TO RETURN-CODE.

       END PROGRAM BUDG-MAINT.
