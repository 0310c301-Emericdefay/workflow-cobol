       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCH-MAINT.

      *****************************************************************
      * WATCH-MAINT - adds, renews and drops entries on the watch
      * list (SUMWATCH, see CBWATCH), in the HOLD-MAINT mould. An
      * entry names a key, a category or an amount band, the table
      * it applies to (blank for all), who asked, where the hits
      * are alerted and when the watch lapses. Renewing sets a new
      * expiry date and reactivates an entry WTCH-EXP has expired;
      * dropping keeps the record with its closing time, never
      * deletes it. Update authority ("U" on SUMOPER) is required
      * when the operator file is on site. A register holding more
      * than the 200 entries kept in storage is listed but never
      * rewritten, so nothing past the 200th is lost; WTCH-EXP moves
      * long-closed entries off it to SUMWATCHH.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCHFILE ASSIGN TO "SUMWATCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WATCH-FILE-STATUS.
           SELECT OPERFILE ASSIGN TO "SUMOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHFILE.
           COPY CBWATCH.

       FD  OPERFILE.
           COPY CBOPER.

       WORKING-STORAGE SECTION.
       01 WATCH-FILE-STATUS  PIC XX.
           88 WATCH-FILE-OK      VALUE "00".
       01 OPER-FILE-STATUS   PIC XX.
           88 OPER-FILE-OK       VALUE "00".
       01 WATCH-EOF-FLAG     PIC X.
           88 WATCH-AT-EOF       VALUE "Y".
       01 OVERFLOW-FLAG      PIC X VALUE "N".
           88 REGISTER-OVERFLOWED VALUE "Y".
       01 OPER-EOF-FLAG      PIC X.
           88 OPER-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 SIGNED-ON-ID       PIC X(8).
       01 AUTH-FLAG          PIC X VALUE "N".
           88 OPERATOR-MAY-UPDATE VALUE "Y".
       01 MENU-CHOICE        PIC X(2).
       01 DONE-FLAG          PIC X VALUE "N".
           88 SESSION-IS-DONE     VALUE "Y".
       01 OPERATOR-INPUT     PIC X(64).
       01 WANT-ID            PIC 9(4).
       01 NEXT-WATCH-ID      PIC 9(4) VALUE 1.
       01 TODAY-DATE         PIC X(10).
       01 AMOUNT-WORK        PIC S9(9)V99.
       01 AMOUNT-EDITED      PIC -(9)9.99.
       01 AMOUNT-EDITED-2    PIC -(9)9.99.

      * Date validation, the ENT-RPT convention.
       01 CHECK-DATE         PIC X(10).
       01 DATE-DIGITS        PIC X(8).
       01 DATE-NUMBER REDEFINES DATE-DIGITS PIC 9(8).
       01 DATE-OK-FLAG       PIC X.
           88 DATE-IS-OK         VALUE "Y".
       01 ENTRY-OK-FLAG      PIC X.
           88 ENTRY-IS-OK        VALUE "Y".

      * The register in storage, rewritten wholesale - entry width
      * is the CBWATCH record length, grows in step with it.
       01 WATCH-COUNT        PIC 999 COMP-5 VALUE 0.
       01 WATCH-TABLE-WS.
           05 WATCH-ENTRY OCCURS 200 TIMES PIC X(149).
       01 WATCH-IDX          PIC 999 COMP-5.
       01 WATCH-HIT-IDX      PIC 999 COMP-5.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SIGN-ON
           IF NOT OPERATOR-MAY-UPDATE
               DISPLAY "Update authority required - session ended."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO DATE-DIGITS
           STRING DATE-DIGITS(1:4) "-" DATE-DIGITS(5:2) "-"
                  DATE-DIGITS(7:2) DELIMITED BY SIZE
               INTO TODAY-DATE
           END-STRING
           PERFORM 2000-LOAD-REGISTER
           IF REGISTER-OVERFLOWED
               DISPLAY "SUMWATCH holds over 200 entries - list only."
               DISPLAY "Run WTCH-EXP to move closed entries off it."
               MOVE "WATCH-MAINT: SUMWATCH OVER 200 ENTRIES - READ ONLY"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           PERFORM UNTIL SESSION-IS-DONE
               DISPLAY " "
               DISPLAY "WATCH LIST"
               DISPLAY "L. List entries"
               DISPLAY "A. Add an entry"
               DISPLAY "R. Renew an entry"
               DISPLAY "D. Drop an entry"
               DISPLAY "X. Exit"
               DISPLAY "Enter choice: "
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN "L "
                       PERFORM 3000-LIST-ENTRIES
                   WHEN "l "
                       PERFORM 3000-LIST-ENTRIES
                   WHEN "A "
                       PERFORM 4000-ADD-ENTRY
                   WHEN "a "
                       PERFORM 4000-ADD-ENTRY
                   WHEN "R "
                       PERFORM 5000-RENEW-ENTRY
                   WHEN "r "
                       PERFORM 5000-RENEW-ENTRY
                   WHEN "D "
                       PERFORM 5500-DROP-ENTRY
                   WHEN "d "
                       PERFORM 5500-DROP-ENTRY
                   WHEN "X "
                       SET SESSION-IS-DONE TO TRUE
                   WHEN "x "
                       SET SESSION-IS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       1000-SIGN-ON.
      * No SUMOPER file keeps the program open, the maintenance-
      * screen convention.
           DISPLAY "Operator id: "
           ACCEPT SIGNED-ON-ID
           OPEN INPUT OPERFILE
           IF NOT OPER-FILE-OK
               SET OPERATOR-MAY-UPDATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO OPER-EOF-FLAG
           PERFORM UNTIL OPER-AT-EOF
               READ OPERFILE
                   AT END
                       SET OPER-AT-EOF TO TRUE
                   NOT AT END
                       IF OPER-ID = SIGNED-ON-ID AND
                          OPER-AUTHORITY = "U"
                           SET OPERATOR-MAY-UPDATE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERFILE.

       2000-LOAD-REGISTER.
           MOVE "N" TO WATCH-EOF-FLAG
           OPEN INPUT WATCHFILE
           IF WATCH-FILE-STATUS NOT = "00" AND
              WATCH-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WATCH-AT-EOF
               READ WATCHFILE
                   AT END
                       SET WATCH-AT-EOF TO TRUE
                   NOT AT END
                       IF WL-WATCH-ID NUMERIC AND
                          WL-WATCH-ID >= NEXT-WATCH-ID
                           COMPUTE NEXT-WATCH-ID = WL-WATCH-ID + 1
                       END-IF
                       IF WATCH-COUNT < 200
                           ADD 1 TO WATCH-COUNT
                           MOVE WATCH-RECORD
                               TO WATCH-ENTRY(WATCH-COUNT)
                       ELSE
                           SET REGISTER-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHFILE.

       3000-LIST-ENTRIES.
           IF WATCH-COUNT = 0
               DISPLAY "No entries on the watch list."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-COUNT
               MOVE WATCH-ENTRY(WATCH-IDX) TO WATCH-RECORD
               IF WL-ON-AMT
                   MOVE WL-AMT-MIN TO AMOUNT-EDITED
                   MOVE WL-AMT-MAX TO AMOUNT-EDITED-2
                   DISPLAY "  " WL-WATCH-ID " " WL-STATUS " AMT "
                           AMOUNT-EDITED " TO " AMOUNT-EDITED-2
               ELSE
                   DISPLAY "  " WL-WATCH-ID " " WL-STATUS " "
                           WL-TYPE WL-VALUE
               END-IF
               IF WL-TABLE-NAME = SPACES
                   DISPLAY "      TABLE: (ALL)  FOR " WL-REQUESTER
                           " TO " WL-DEST " UNTIL " WL-EXPIRY-DATE
               ELSE
                   DISPLAY "      TABLE: " WL-TABLE-NAME
                   DISPLAY "      FOR " WL-REQUESTER
                           " TO " WL-DEST " UNTIL " WL-EXPIRY-DATE
               END-IF
           END-PERFORM.

       4000-ADD-ENTRY.
           IF REGISTER-OVERFLOWED
               DISPLAY "Register too large to update - list only."
               EXIT PARAGRAPH
           END-IF
           IF WATCH-COUNT >= 200
               DISPLAY "Watch list is full (200)."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WATCH-RECORD
           MOVE ZERO TO WL-AMT-MIN
           MOVE ZERO TO WL-AMT-MAX
           MOVE NEXT-WATCH-ID TO WL-WATCH-ID
           DISPLAY "Watch on KEY, CAT or AMT: "
           ACCEPT OPERATOR-INPUT
           MOVE FUNCTION UPPER-CASE(OPERATOR-INPUT(1:4)) TO WL-TYPE
           IF NOT WL-ON-KEY AND NOT WL-ON-CAT AND NOT WL-ON-AMT
               DISPLAY "Type must be KEY, CAT or AMT."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ENTRY-OK-FLAG
           IF WL-ON-AMT
               PERFORM 4100-ACCEPT-AMOUNTS
           ELSE
               DISPLAY "Value to watch for: "
               ACCEPT OPERATOR-INPUT
               MOVE OPERATOR-INPUT(1:20) TO WL-VALUE
               IF WL-VALUE = SPACES
                   DISPLAY "A value is required."
                   MOVE "N" TO ENTRY-OK-FLAG
               END-IF
           END-IF
           IF NOT ENTRY-IS-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Table name (blank for every table): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:30) TO WL-TABLE-NAME
           DISPLAY "Requester id (blank for yourself): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:8) TO WL-REQUESTER
           IF WL-REQUESTER = SPACES
               MOVE SIGNED-ON-ID TO WL-REQUESTER
           END-IF
           DISPLAY "Alert destination (blank for OPS): "
           ACCEPT OPERATOR-INPUT
           MOVE FUNCTION UPPER-CASE(OPERATOR-INPUT(1:8)) TO WL-DEST
           IF WL-DEST = SPACES
               MOVE "OPS" TO WL-DEST
           END-IF
           PERFORM 4200-ACCEPT-EXPIRY
           IF NOT ENTRY-IS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-DATE TO WL-EXPIRY-DATE
           SET WL-IS-ACTIVE TO TRUE
           MOVE SIGNED-ON-ID TO WL-ADDED-BY
           MOVE FUNCTION CURRENT-DATE (1:16) TO WL-ADDED-TS
           ADD 1 TO WATCH-COUNT
           MOVE WATCH-RECORD TO WATCH-ENTRY(WATCH-COUNT)
           ADD 1 TO NEXT-WATCH-ID
           PERFORM 6000-REWRITE-REGISTER
           MOVE SPACES TO LOG-TEXT
           STRING "WATCH LIST ENTRY ADDED: ID " DELIMITED BY SIZE
                  WL-WATCH-ID                   DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WL-TYPE                       DELIMITED BY SIZE
                  "FOR "                        DELIMITED BY SIZE
                  WL-REQUESTER                  DELIMITED BY SPACE
                  " BY "                        DELIMITED BY SIZE
                  SIGNED-ON-ID                  DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           DISPLAY "Entry " WL-WATCH-ID " added."
           .

       4100-ACCEPT-AMOUNTS.
           DISPLAY "Lowest amount: "
           ACCEPT OPERATOR-INPUT
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "Not a valid amount."
               MOVE "N" TO ENTRY-OK-FLAG
               EXIT PARAGRAPH
           END-IF
           COMPUTE AMOUNT-WORK = FUNCTION NUMVAL(OPERATOR-INPUT)
           MOVE AMOUNT-WORK TO WL-AMT-MIN
           DISPLAY "Highest amount: "
           ACCEPT OPERATOR-INPUT
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "Not a valid amount."
               MOVE "N" TO ENTRY-OK-FLAG
               EXIT PARAGRAPH
           END-IF
           COMPUTE AMOUNT-WORK = FUNCTION NUMVAL(OPERATOR-INPUT)
           MOVE AMOUNT-WORK TO WL-AMT-MAX
           IF WL-AMT-MAX < WL-AMT-MIN
               DISPLAY "Highest amount is below the lowest."
               MOVE "N" TO ENTRY-OK-FLAG
           END-IF.

       4200-ACCEPT-EXPIRY.
      * A watch must lapse some day - no open-ended entries.
           MOVE "N" TO ENTRY-OK-FLAG
           DISPLAY "Expiry date (YYYY-MM-DD): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:10) TO CHECK-DATE
           PERFORM 4900-CHECK-DATE
           IF NOT DATE-IS-OK
               DISPLAY "Not a valid YYYY-MM-DD date."
               EXIT PARAGRAPH
           END-IF
           IF CHECK-DATE < TODAY-DATE
               DISPLAY "Expiry date is already past."
               EXIT PARAGRAPH
           END-IF
           SET ENTRY-IS-OK TO TRUE.

       4900-CHECK-DATE.
           MOVE "N" TO DATE-OK-FLAG
           MOVE SPACES TO DATE-DIGITS
           STRING CHECK-DATE(1:4) DELIMITED BY SIZE
                  CHECK-DATE(6:2) DELIMITED BY SIZE
                  CHECK-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-DIGITS
           END-STRING
           IF CHECK-DATE(5:1) NOT = "-" OR
              CHECK-DATE(8:1) NOT = "-" OR
              DATE-DIGITS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUMBER) = 0
               SET DATE-IS-OK TO TRUE
           END-IF.

       5000-RENEW-ENTRY.
      * Active or expired entries renew; a dropped one stays dropped
      * - add it again if it is wanted back.
           IF REGISTER-OVERFLOWED
               DISPLAY "Register too large to update - list only."
               EXIT PARAGRAPH
           END-IF
           PERFORM 5900-FIND-ENTRY
           IF WATCH-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WL-IS-DROPPED
               DISPLAY "Entry was dropped - add it again instead."
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-ACCEPT-EXPIRY
           IF NOT ENTRY-IS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-DATE TO WL-EXPIRY-DATE
           SET WL-IS-ACTIVE TO TRUE
           MOVE SPACES TO WL-CLOSED-TS
           MOVE WATCH-RECORD TO WATCH-ENTRY(WATCH-HIT-IDX)
           PERFORM 6000-REWRITE-REGISTER
           MOVE SPACES TO LOG-TEXT
           STRING "WATCH LIST ENTRY RENEWED: ID " DELIMITED BY SIZE
                  WL-WATCH-ID                     DELIMITED BY SIZE
                  " UNTIL "                       DELIMITED BY SIZE
                  WL-EXPIRY-DATE                  DELIMITED BY SIZE
                  " BY "                          DELIMITED BY SIZE
                  SIGNED-ON-ID                    DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           DISPLAY "Entry renewed."
           .

       5500-DROP-ENTRY.
           IF REGISTER-OVERFLOWED
               DISPLAY "Register too large to update - list only."
               EXIT PARAGRAPH
           END-IF
           PERFORM 5900-FIND-ENTRY
           IF WATCH-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WL-IS-DROPPED
               DISPLAY "Entry is already dropped."
               EXIT PARAGRAPH
           END-IF
           SET WL-IS-DROPPED TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:16) TO WL-CLOSED-TS
           MOVE WATCH-RECORD TO WATCH-ENTRY(WATCH-HIT-IDX)
           PERFORM 6000-REWRITE-REGISTER
           MOVE SPACES TO LOG-TEXT
           STRING "WATCH LIST ENTRY DROPPED: ID " DELIMITED BY SIZE
                  WL-WATCH-ID                     DELIMITED BY SIZE
                  " BY "                          DELIMITED BY SIZE
                  SIGNED-ON-ID                    DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           DISPLAY "Entry dropped."
           .

       5900-FIND-ENTRY.
      * Leaves the entry in WATCH-RECORD and its slot in
      * WATCH-HIT-IDX; zero when there is no such entry.
           DISPLAY "Entry id: "
           ACCEPT OPERATOR-INPUT
           MOVE 0 TO WATCH-HIT-IDX
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "No entry with that id."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO WANT-ID
           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-COUNT
               MOVE WATCH-ENTRY(WATCH-IDX) TO WATCH-RECORD
               IF WATCH-HIT-IDX = 0 AND WL-WATCH-ID = WANT-ID
                   MOVE WATCH-IDX TO WATCH-HIT-IDX
               END-IF
           END-PERFORM
           IF WATCH-HIT-IDX = 0
               DISPLAY "No entry with that id."
               EXIT PARAGRAPH
           END-IF
           MOVE WATCH-ENTRY(WATCH-HIT-IDX) TO WATCH-RECORD.

       6000-REWRITE-REGISTER.
           OPEN OUTPUT WATCHFILE
           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-COUNT
               MOVE WATCH-ENTRY(WATCH-IDX) TO WATCH-RECORD
               WRITE WATCH-RECORD
           END-PERFORM
           CLOSE WATCHFILE.

       END PROGRAM WATCH-MAINT.
