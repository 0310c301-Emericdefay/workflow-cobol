       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOP-MAINT.

      *****************************************************************
      * SHOP-MAINT - maintenance screen for the shop master
      * (SUMSHOP, see CBSHOP): shop code, name, region, district,
      * manager, base currency and the open/close dates the fan-out
      * honours. Menu-driven ACCEPT/DISPLAY in the MAINT-MENU mould,
      * like BUDG-MAINT: list, add, change, delete, save. The code
      * is the key the SUMDBLIST entries carry, so it is fixed once
      * added - a shop that has closed gets a close date, and one
      * the database list still names cannot be deleted. Sign-on
      * and dual control follow MAINT-MENU: a view-only operator
      * may list but not change, and with SUMPEND on site the save
      * is staged for a second operator's approval (CHG-APPROVE).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SHOPFILE ASSIGN TO "SUMSHOP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT DBLISTFILE ASSIGN TO "SUMDBLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBLIST-FILE-STATUS.
           SELECT OPERFILE ASSIGN TO "SUMOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT PENDFILE ASSIGN TO "SUMPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT OPTIONAL STAGEFILE ASSIGN TO "SUMSHOPP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHOPFILE.
           COPY CBSHOP.

       FD  DBLISTFILE.
           COPY CBDBLIST.

       FD  OPERFILE.
           COPY CBOPER.

       FD  PENDFILE.
           COPY CBPEND.

       FD  STAGEFILE.
           COPY CBSHOP REPLACING LEADING ==SHOP-== BY ==STAGE-==.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS   PIC XX.
           88 SHOP-FILE-OK       VALUE "00" "05".
       01 SHOP-EOF-FLAG      PIC X.
           88 SHOP-AT-EOF        VALUE "Y".
       01 DBLIST-FILE-STATUS PIC XX.
           88 DBLIST-FILE-OK     VALUE "00".
       01 DBLIST-EOF-FLAG    PIC X.
           88 DBLIST-AT-EOF      VALUE "Y".
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
           88 MASTER-CHANGED     VALUE "Y".

      * The whole master held in storage for the session, rewritten
      * wholesale at save the way BUDG-MAINT rewrites SUMBUDG -
      * bounded at the 200 entries the fan-out list carries.
       01 ENTRY-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01 ENTRY-TABLE.
           05 SHOP-ENTRY OCCURS 200 TIMES.
               10 ENT-CODE          PIC X(8).
               10 ENT-NAME          PIC X(30).
               10 ENT-REGION        PIC X(20).
               10 ENT-DISTRICT      PIC X(20).
               10 ENT-MANAGER       PIC X(30).
               10 ENT-CURRENCY      PIC X(3).
               10 ENT-OPEN-DATE     PIC X(10).
               10 ENT-CLOSE-DATE    PIC X(10).
               10 ENT-UPDATED-BY    PIC X(8).
               10 ENT-UPDATED-TS    PIC X(16).
       01 ENTRY-IDX          PIC 9(3) COMP-5.
       01 DUP-IDX            PIC 9(3) COMP-5.
       01 PICK-NUMBER        PIC 9(3).
       01 ENTRY-IDX-EDITED   PIC ZZ9.
       01 FILTER-REGION      PIC X(20) VALUE SPACES.

      * Shop codes the database list names - a shop still on the
      * list cannot be deleted out from under it.
       01 LISTED-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01 LISTED-TABLE.
           05 LISTED-CODE OCCURS 200 TIMES PIC X(8).
       01 LISTED-IDX         PIC 9(3) COMP-5.
       01 LISTED-FLAG        PIC X.
           88 SHOP-IS-LISTED     VALUE "Y".

      * Date entry - a real YYYY-MM-DD calendar date, the PARM-VAL
      * test.
       01 DATE-UNDER-TEST    PIC X(10).
       01 DATE-DIGITS        PIC 9(8).
       01 DATE-OK-FLAG       PIC X.
           88 DATE-IS-OK         VALUE "Y".

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
           PERFORM 0100-LOAD-SHOP-FILE
           PERFORM 0150-LOAD-LISTED-CODES
           PERFORM UNTIL MENU-IS-DONE
               PERFORM 1000-SHOW-MENU
               PERFORM 2000-PROCESS-CHOICE
           END-PERFORM
      * A view-only session, or one that changed nothing, leaves
      * the master exactly as it found it.
           IF OPER-CAN-UPDATE AND MASTER-CHANGED
               PERFORM 3000-WRITE-SHOP-FILE
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
                   STRING "SHOP-MAINT VIEW-ONLY SIGN-ON: "
                              DELIMITED BY SIZE
                          OPERATOR-ID DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
               ELSE
                   STRING "SHOP-MAINT SIGN-ON: " DELIMITED BY SIZE
                          OPERATOR-ID           DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
               END-IF
           ELSE
               STRING "SHOP-MAINT SIGN-ON REFUSED: " DELIMITED BY SIZE
                      OPERATOR-ID                    DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
           END-IF
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0100-LOAD-SHOP-FILE.
      * No file yet just means an empty master - the first save
      * creates it.
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
                          ENTRY-COUNT < 200
                           ADD 1 TO ENTRY-COUNT
                           MOVE SHOP-CODE TO ENT-CODE(ENTRY-COUNT)
                           MOVE SHOP-NAME TO ENT-NAME(ENTRY-COUNT)
                           MOVE SHOP-REGION
                               TO ENT-REGION(ENTRY-COUNT)
                           MOVE SHOP-DISTRICT
                               TO ENT-DISTRICT(ENTRY-COUNT)
                           MOVE SHOP-MANAGER
                               TO ENT-MANAGER(ENTRY-COUNT)
                           MOVE SHOP-CURRENCY
                               TO ENT-CURRENCY(ENTRY-COUNT)
                           MOVE SHOP-OPEN-DATE
                               TO ENT-OPEN-DATE(ENTRY-COUNT)
                           MOVE SHOP-CLOSE-DATE
                               TO ENT-CLOSE-DATE(ENTRY-COUNT)
                           MOVE SHOP-UPDATED-BY
                               TO ENT-UPDATED-BY(ENTRY-COUNT)
                           MOVE SHOP-UPDATED-TS
                               TO ENT-UPDATED-TS(ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHOPFILE.

       0150-LOAD-LISTED-CODES.
           MOVE 0 TO LISTED-COUNT
           MOVE "N" TO DBLIST-EOF-FLAG
           OPEN INPUT DBLISTFILE
           IF NOT DBLIST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DBLIST-AT-EOF
               READ DBLISTFILE
                   AT END
                       SET DBLIST-AT-EOF TO TRUE
                   NOT AT END
                       IF DBLIST-SHOP-CODE NOT = SPACES AND
                          LISTED-COUNT < 200
                           ADD 1 TO LISTED-COUNT
                           MOVE DBLIST-SHOP-CODE
                               TO LISTED-CODE(LISTED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DBLISTFILE.

       1000-SHOW-MENU.
           MOVE ENTRY-COUNT TO ENTRY-IDX-EDITED
           DISPLAY " "
           DISPLAY "SHOP MASTER - MAINTENANCE MENU"
           DISPLAY "Shops on file: " ENTRY-IDX-EDITED
           DISPLAY "L. List shops"
           DISPLAY "A. Add a shop"
           DISPLAY "C. Change a shop"
           DISPLAY "D. Delete a shop"
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
               STRING "SHOP-MAINT CHANGE REFUSED, VIEW-ONLY: "
                          DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF.

       2100-LIST-ENTRIES.
      * A region narrows the list, blank takes every shop.
           IF ENTRY-COUNT = 0
               DISPLAY "No shops on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Region to list (blank = all): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT TO FILTER-REGION
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > ENTRY-COUNT
               IF FILTER-REGION = SPACES OR
                  FILTER-REGION = ENT-REGION(ENTRY-IDX)
                   MOVE ENTRY-IDX TO ENTRY-IDX-EDITED
                   DISPLAY ENTRY-IDX-EDITED ". "
                           ENT-CODE(ENTRY-IDX) " "
                           ENT-NAME(ENTRY-IDX)
                   DISPLAY "     " ENT-REGION(ENTRY-IDX) " / "
                           ENT-DISTRICT(ENTRY-IDX) " "
                           ENT-CURRENCY(ENTRY-IDX)
                   DISPLAY "     MANAGER " ENT-MANAGER(ENTRY-IDX)
                   IF ENT-CLOSE-DATE(ENTRY-IDX) = SPACES
                       DISPLAY "     OPEN " ENT-OPEN-DATE(ENTRY-IDX)
                   ELSE
                       DISPLAY "     OPEN " ENT-OPEN-DATE(ENTRY-IDX)
                               "  CLOSED " ENT-CLOSE-DATE(ENTRY-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2200-ADD-ENTRY.
           IF ENTRY-COUNT >= 200
               DISPLAY "Shop master is full (200), not added."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENTRY-COUNT
           MOVE ENTRY-COUNT TO ENTRY-IDX
           MOVE SPACES TO SHOP-ENTRY(ENTRY-IDX)
           PERFORM 2500-EDIT-CODE
           IF FIELD-IS-OK
               PERFORM 2550-EDIT-NAME
           END-IF
           IF FIELD-IS-OK
               PERFORM 2600-EDIT-REGION
           END-IF
           IF FIELD-IS-OK
               PERFORM 2650-EDIT-DISTRICT
           END-IF
           IF FIELD-IS-OK
               PERFORM 2700-EDIT-MANAGER
           END-IF
           IF FIELD-IS-OK
               PERFORM 2750-EDIT-CURRENCY
           END-IF
           IF FIELD-IS-OK
               PERFORM 2800-EDIT-OPEN-DATE
           END-IF
           IF FIELD-IS-OK
               PERFORM 2850-EDIT-CLOSE-DATE
           END-IF
           IF NOT FIELD-IS-OK
               SUBTRACT 1 FROM ENTRY-COUNT
               DISPLAY "Shop not added."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2990-STAMP-ENTRY
           DISPLAY "Shop added.".

       2300-CHANGE-ENTRY.
           PERFORM 2950-PICK-ENTRY
           IF ENTRY-IDX = 0
               EXIT PARAGRAPH
           END-IF
      * Every field but the code, in turn - blank keeps what is
      * there. A field refused keeps its old value and the rest
      * are still offered, the way DBLIST-MAINT edits an entry.
           DISPLAY "Shop code: " ENT-CODE(ENTRY-IDX)
           DISPLAY "Name now: " ENT-NAME(ENTRY-IDX)
           PERFORM 2550-EDIT-NAME
           DISPLAY "Region now: " ENT-REGION(ENTRY-IDX)
           PERFORM 2600-EDIT-REGION
           DISPLAY "District now: " ENT-DISTRICT(ENTRY-IDX)
           PERFORM 2650-EDIT-DISTRICT
           DISPLAY "Manager now: " ENT-MANAGER(ENTRY-IDX)
           PERFORM 2700-EDIT-MANAGER
           DISPLAY "Currency now: " ENT-CURRENCY(ENTRY-IDX)
           PERFORM 2750-EDIT-CURRENCY
           DISPLAY "Open date now: " ENT-OPEN-DATE(ENTRY-IDX)
           PERFORM 2800-EDIT-OPEN-DATE
           DISPLAY "Close date now: " ENT-CLOSE-DATE(ENTRY-IDX)
           PERFORM 2850-EDIT-CLOSE-DATE
           PERFORM 2990-STAMP-ENTRY
           DISPLAY "Shop changed.".

       2400-DELETE-ENTRY.
           PERFORM 2950-PICK-ENTRY
           IF ENTRY-IDX = 0
               EXIT PARAGRAPH
           END-IF
      * A shop the database list still names stays - the list
      * entry would lose its names and subtotals. Closing a shop is
      * a close date, not a delete.
           MOVE "N" TO LISTED-FLAG
           PERFORM VARYING LISTED-IDX FROM 1 BY 1
                   UNTIL LISTED-IDX > LISTED-COUNT
               IF LISTED-CODE(LISTED-IDX) = ENT-CODE(ENTRY-IDX)
                   SET SHOP-IS-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF SHOP-IS-LISTED
               DISPLAY "Shop is on the database list (SUMDBLIST) -"
                       " give it a close date instead."
               EXIT PARAGRAPH
           END-IF
      * Close the gap so the rewrite at save carries no hole.
           PERFORM UNTIL ENTRY-IDX >= ENTRY-COUNT
               MOVE SHOP-ENTRY(ENTRY-IDX + 1) TO SHOP-ENTRY(ENTRY-IDX)
               ADD 1 TO ENTRY-IDX
           END-PERFORM
           SUBTRACT 1 FROM ENTRY-COUNT
           SET MASTER-CHANGED TO TRUE
           DISPLAY "Shop deleted.".

       2500-EDIT-CODE.
      * The key - required, and one record per code.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Shop code: "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               DISPLAY "A shop code is required."
               EXIT PARAGRAPH
           END-IF
           IF OPERATOR-INPUT(9:) NOT = SPACES
               DISPLAY "Shop code is at most 8 characters."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DUP-IDX FROM 1 BY 1
                   UNTIL DUP-IDX >= ENTRY-IDX
               IF ENT-CODE(DUP-IDX) = OPERATOR-INPUT(1:8)
                   MOVE DUP-IDX TO ENTRY-IDX-EDITED
                   DISPLAY "Already on file as shop " ENTRY-IDX-EDITED
                           " - change that shop instead."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE OPERATOR-INPUT(1:8) TO ENT-CODE(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2550-EDIT-NAME.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Shop name (blank = keep): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               IF ENT-NAME(ENTRY-IDX) = SPACES
                   DISPLAY "A shop name is required."
               ELSE
                   SET FIELD-IS-OK TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-INPUT TO ENT-NAME(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2600-EDIT-REGION.
      * Region and district are what FAN-XSHOP subtotals by - the
      * names are keyed exactly as they should print.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Region (blank = keep): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               IF ENT-REGION(ENTRY-IDX) = SPACES
                   DISPLAY "A region is required."
               ELSE
                   SET FIELD-IS-OK TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-INPUT TO ENT-REGION(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2650-EDIT-DISTRICT.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "District (blank = keep): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               IF ENT-DISTRICT(ENTRY-IDX) = SPACES
                   DISPLAY "A district is required."
               ELSE
                   SET FIELD-IS-OK TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-INPUT TO ENT-DISTRICT(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2700-EDIT-MANAGER.
      * Optional - a shop between managers is still a shop.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Manager (blank = keep): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT NOT = SPACES
               MOVE OPERATOR-INPUT TO ENT-MANAGER(ENTRY-IDX)
           END-IF
           SET FIELD-IS-OK TO TRUE.

       2750-EDIT-CURRENCY.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Base currency, 3 letters (blank = keep): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               IF ENT-CURRENCY(ENTRY-IDX) = SPACES
                   DISPLAY "A base currency is required."
               ELSE
                   SET FIELD-IS-OK TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF OPERATOR-INPUT(1:3) IS NOT ALPHABETIC-UPPER OR
              OPERATOR-INPUT(1:3) = SPACES OR
              OPERATOR-INPUT(4:) NOT = SPACES
               DISPLAY "Currency must be a 3-letter code: "
                       OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-INPUT(1:3) TO ENT-CURRENCY(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2800-EDIT-OPEN-DATE.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Open date, YYYY-MM-DD (blank = keep): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               IF ENT-OPEN-DATE(ENTRY-IDX) = SPACES
                   DISPLAY "An open date is required."
               ELSE
                   SET FIELD-IS-OK TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 2900-CHECK-DATE
           IF NOT DATE-IS-OK
               EXIT PARAGRAPH
           END-IF
           IF ENT-CLOSE-DATE(ENTRY-IDX) NOT = SPACES AND
              DATE-UNDER-TEST > ENT-CLOSE-DATE(ENTRY-IDX)
               DISPLAY "Open date is after the close date "
                       ENT-CLOSE-DATE(ENTRY-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-UNDER-TEST TO ENT-OPEN-DATE(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2850-EDIT-CLOSE-DATE.
      * Blank keeps the close date (none on an add); N takes it off
      * again for a shop that reopens.
           MOVE "N" TO FIELD-OK-FLAG
           DISPLAY "Close date, YYYY-MM-DD (blank = keep, N = none): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               SET FIELD-IS-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF OPERATOR-INPUT = "N" OR OPERATOR-INPUT = "n"
               MOVE SPACES TO ENT-CLOSE-DATE(ENTRY-IDX)
               SET FIELD-IS-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2900-CHECK-DATE
           IF NOT DATE-IS-OK
               EXIT PARAGRAPH
           END-IF
           IF DATE-UNDER-TEST < ENT-OPEN-DATE(ENTRY-IDX)
               DISPLAY "Close date is before the open date "
                       ENT-OPEN-DATE(ENTRY-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE DATE-UNDER-TEST TO ENT-CLOSE-DATE(ENTRY-IDX)
           SET FIELD-IS-OK TO TRUE.

       2900-CHECK-DATE.
      * A real YYYY-MM-DD calendar date, not just ten plausible
      * characters - the PARM-VAL test.
           MOVE "N" TO DATE-OK-FLAG
           MOVE OPERATOR-INPUT(1:10) TO DATE-UNDER-TEST
           IF OPERATOR-INPUT(11:) = SPACES AND
              DATE-UNDER-TEST(5:1) = "-" AND
              DATE-UNDER-TEST(8:1) = "-" AND
              DATE-UNDER-TEST(1:4) IS NUMERIC AND
              DATE-UNDER-TEST(6:2) IS NUMERIC AND
              DATE-UNDER-TEST(9:2) IS NUMERIC
               MOVE DATE-UNDER-TEST(1:4) TO DATE-DIGITS(1:4)
               MOVE DATE-UNDER-TEST(6:2) TO DATE-DIGITS(5:2)
               MOVE DATE-UNDER-TEST(9:2) TO DATE-DIGITS(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(DATE-DIGITS) = 0
                   SET DATE-IS-OK TO TRUE
               END-IF
           END-IF
           IF NOT DATE-IS-OK
               DISPLAY "Not a YYYY-MM-DD date: " OPERATOR-INPUT
           END-IF.

       2950-PICK-ENTRY.
           MOVE 0 TO ENTRY-IDX
           IF ENTRY-COUNT = 0
               DISPLAY "No shops on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Shop number: "
           ACCEPT OPERATOR-INPUT
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "Not a number: " OPERATOR-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO PICK-NUMBER
           IF PICK-NUMBER = 0 OR PICK-NUMBER > ENTRY-COUNT
               DISPLAY "No such shop."
               EXIT PARAGRAPH
           END-IF
           MOVE PICK-NUMBER TO ENTRY-IDX.

       2990-STAMP-ENTRY.
           MOVE OPERATOR-ID TO ENT-UPDATED-BY(ENTRY-IDX)
           MOVE FUNCTION CURRENT-DATE (1:16)
               TO ENT-UPDATED-TS(ENTRY-IDX)
           SET MASTER-CHANGED TO TRUE.

       3000-WRITE-SHOP-FILE.
      * Wholesale rewrite at save - the in-storage table is the
      * truth by now. Under dual control the rewrite lands on the
      * staging file and a pending record instead; SUMSHOP moves
      * when a second operator approves it in CHG-APPROVE.
           IF DUAL-CONTROL-ON
               PERFORM 3050-STAGE-SHOP-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SHOPFILE
           IF NOT SHOP-FILE-OK
               PERFORM 3090-REPORT-SAVE-FAILURE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > ENTRY-COUNT
                      OR NOT SHOP-FILE-OK
               MOVE SPACES TO SHOP-RECORD
               MOVE ENT-CODE(ENTRY-IDX)       TO SHOP-CODE
               MOVE ENT-NAME(ENTRY-IDX)       TO SHOP-NAME
               MOVE ENT-REGION(ENTRY-IDX)     TO SHOP-REGION
               MOVE ENT-DISTRICT(ENTRY-IDX)   TO SHOP-DISTRICT
               MOVE ENT-MANAGER(ENTRY-IDX)    TO SHOP-MANAGER
               MOVE ENT-CURRENCY(ENTRY-IDX)   TO SHOP-CURRENCY
               MOVE ENT-OPEN-DATE(ENTRY-IDX)  TO SHOP-OPEN-DATE
               MOVE ENT-CLOSE-DATE(ENTRY-IDX) TO SHOP-CLOSE-DATE
               MOVE ENT-UPDATED-BY(ENTRY-IDX) TO SHOP-UPDATED-BY
               MOVE ENT-UPDATED-TS(ENTRY-IDX) TO SHOP-UPDATED-TS
               WRITE SHOP-RECORD
           END-PERFORM
           IF NOT SHOP-FILE-OK
               MOVE SHOP-FILE-STATUS TO SAVE-STATUS
               CLOSE SHOPFILE
               MOVE SAVE-STATUS TO SHOP-FILE-STATUS
               PERFORM 3090-REPORT-SAVE-FAILURE
               EXIT PARAGRAPH
           END-IF
           CLOSE SHOPFILE
           MOVE SPACES TO LOG-TEXT
           STRING "SHOP MASTER SAVED BY " DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           DISPLAY "Shop master saved to SUMSHOP.".

       3050-STAGE-SHOP-FILE.
           OPEN OUTPUT STAGEFILE
           PERFORM VARYING ENTRY-IDX FROM 1 BY 1
                   UNTIL ENTRY-IDX > ENTRY-COUNT
               MOVE SPACES TO STAGE-RECORD
               MOVE ENT-CODE(ENTRY-IDX)       TO STAGE-CODE
               MOVE ENT-NAME(ENTRY-IDX)       TO STAGE-NAME
               MOVE ENT-REGION(ENTRY-IDX)     TO STAGE-REGION
               MOVE ENT-DISTRICT(ENTRY-IDX)   TO STAGE-DISTRICT
               MOVE ENT-MANAGER(ENTRY-IDX)    TO STAGE-MANAGER
               MOVE ENT-CURRENCY(ENTRY-IDX)   TO STAGE-CURRENCY
               MOVE ENT-OPEN-DATE(ENTRY-IDX)  TO STAGE-OPEN-DATE
               MOVE ENT-CLOSE-DATE(ENTRY-IDX) TO STAGE-CLOSE-DATE
               MOVE ENT-UPDATED-BY(ENTRY-IDX) TO STAGE-UPDATED-BY
               MOVE ENT-UPDATED-TS(ENTRY-IDX) TO STAGE-UPDATED-TS
               WRITE STAGE-RECORD
           END-PERFORM
           CLOSE STAGEFILE
           MOVE "SUMSHOP"  TO PEND-REQ-TARGET
           MOVE "SUMSHOPP" TO PEND-REQ-STAGE
           CALL "CHG-PEND" USING BY REFERENCE PEND-REQ-TARGET,
                                              PEND-REQ-STAGE,
                                              OPERATOR-ID
           DISPLAY "Shop master staged - awaiting a second"
                   " operator's approval (CHG-APPROVE).".

       3090-REPORT-SAVE-FAILURE.
      * The operator is told the changes did not land rather than
      * seeing them reported saved.
           MOVE SPACES TO LOG-TEXT
           STRING "SHOP MASTER NOT SAVED, SUMSHOP STATUS "
                      DELIMITED BY SIZE
                  SHOP-FILE-STATUS DELIMITED BY SIZE
                  " - BY " DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           DISPLAY "Shop master NOT saved - SUMSHOP status "
                   SHOP-FILE-STATUS "."
           MOVE 8 TO RETURN-CODE.

       END PROGRAM SHOP-MAINT.
