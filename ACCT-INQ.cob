       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-INQ.

      *****************************************************************
      * ACCT-INQ - account activity inquiry, in the OFFMAST-INQ
      * mould, for answering the ledger team from our own side. The
      * operator names a GL account and a date range and gets every
      * line we posted to it - off the posting archive (SUMGLARC)
      * with its batch number and the batch's kind, and off the
      * adjustment file (SUMGLADJ, batch shown as ADJ) - each with
      * its side, amount and reference, then the debits, credits and
      * net for the range. A batch resent under a number already
      * seen is shown once, as TRIAL-BAL counts it. A blank account
      * ends the session.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLARCFILE ASSIGN TO "SUMGLARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLARC-FILE-STATUS.
           SELECT OPTIONAL GLADJ ASSIGN TO "SUMGLADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLADJ-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLARCFILE.
           COPY CBGLPOST.

       FD  GLADJ.
           COPY CBGLPOST REPLACING ==GLPOST-RECORD== BY ==ADJ-RECORD==.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 GLARC-FILE-STATUS  PIC XX.
           88 GLARC-FILE-OK      VALUE "00".
       01 GLADJ-FILE-STATUS  PIC XX.
           88 GLADJ-FILE-OK      VALUE "00" "05".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 DONE-FLAG          PIC X VALUE "N".
           88 INQUIRY-IS-DONE    VALUE "Y".
       01 OPERATOR-INPUT     PIC X(64).
       01 WANT-ACCOUNT       PIC X(8).
       01 FROM-DATE          PIC X(10).
       01 TO-DATE            PIC X(10).
           COPY CBPERQ.
       01 BUSINESS-DATE      PIC X(10).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 EDIT-DATE          PIC X(10).
       01 DATE-DIGITS        PIC X(8).
       01 DATE-NUMBER        PIC 9(8).
       01 DATE-OK-FLAG       PIC X.
           88 DATE-IS-OK         VALUE "Y".

       01 BATCH-NO           PIC 9(6).
       01 HIGH-BATCH-NO      PIC 9(6).
      * The highest number seen in each legal entity's series -
      * numbers repeat across series (see CBGLSEQ).
       01 HIGH-COUNT         PIC 99 COMP-5.
       01 HIGH-TABLE.
           05 HW-ENTRY OCCURS 50 TIMES.
               10 HW-ENTITY      PIC X(6).
               10 HW-BATCH-NO    PIC 9(6).
       01 HW-IDX             PIC 99 COMP-5.
       01 HW-HIT-IDX         PIC 99 COMP-5.
       01 BATCH-KIND         PIC X(10).
       01 BATCH-SKIP-FLAG    PIC X.
           88 BATCH-IS-RESENT    VALUE "Y".
       01 REPOST-TALLY       PIC 9(3) COMP-5.

       01 SHOW-DATE          PIC X(10).
       01 SHOW-BATCH         PIC X(6).
       01 SHOW-KIND          PIC X(10).
       01 SHOW-DC            PIC X.
       01 SHOW-AMOUNT        PIC 9(9)V99.
       01 SHOW-REFERENCE     PIC X(30).
       01 AMOUNT-SHOWN       PIC ZZZ,ZZZ,ZZ9.99.

       01 HIT-COUNT          PIC 9(7).
       01 HIT-EDITED         PIC Z,ZZZ,ZZ9.
       01 RANGE-DEBITS       PIC S9(13)V99 COMP-3.
       01 RANGE-CREDITS      PIC S9(13)V99 COMP-3.
       01 RANGE-NET          PIC S9(13)V99 COMP-3.
       01 TOTAL-SHOWN        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TOTAL-2-SHOWN      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 NET-SHOWN          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-SET-BUSINESS-DATE
           DISPLAY "ACCOUNT ACTIVITY INQUIRY AS AT " BUSINESS-DATE
                   " - BLANK ACCOUNT TO EXIT"
           PERFORM UNTIL INQUIRY-IS-DONE
               DISPLAY "Account: "
               ACCEPT OPERATOR-INPUT
               IF OPERATOR-INPUT = SPACES
                   SET INQUIRY-IS-DONE TO TRUE
               ELSE
                   MOVE OPERATOR-INPUT(1:8) TO WANT-ACCOUNT
                   PERFORM 1000-ONE-INQUIRY
               END-IF
           END-PERFORM
           STOP RUN.

       0100-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WORK
           MOVE SPACES TO BUSINESS-DATE
           STRING CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
               INTO BUSINESS-DATE
           END-STRING
           OPEN INPUT BDATEFILE
           IF BDATE-FILE-OK
               READ BDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDATE-BUSINESS-DATE NOT = SPACES
                           MOVE BDATE-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BDATEFILE
           END-IF.

       1000-ONE-INQUIRY.
           DISPLAY "From date (YYYY-MM-DD, blank = start of period): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               SET PERQ-BY-DATE TO TRUE
               MOVE BUSINESS-DATE TO PERQ-DATE
               CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
               MOVE PERQ-START-DATE TO FROM-DATE
           ELSE
               MOVE OPERATOR-INPUT(1:10) TO FROM-DATE
           END-IF
           DISPLAY "To date (YYYY-MM-DD, blank = business date): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               MOVE BUSINESS-DATE TO TO-DATE
           ELSE
               MOVE OPERATOR-INPUT(1:10) TO TO-DATE
           END-IF
           MOVE FROM-DATE TO EDIT-DATE
           PERFORM 1100-CHECK-DATE
           IF DATE-IS-OK
               MOVE TO-DATE TO EDIT-DATE
               PERFORM 1100-CHECK-DATE
           END-IF
           IF NOT DATE-IS-OK
               DISPLAY "Dates must be real days, YYYY-MM-DD."
               EXIT PARAGRAPH
           END-IF
           IF FROM-DATE > TO-DATE
               DISPLAY "From date is after the to date."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO HIT-COUNT
           MOVE ZERO TO RANGE-DEBITS
           MOVE ZERO TO RANGE-CREDITS
           DISPLAY "ACCOUNT " WANT-ACCOUNT " FROM " FROM-DATE
                   " TO " TO-DATE
           DISPLAY "DATE       BATCH  KIND       D/C         AMOUNT"
                   "  REFERENCE"
           PERFORM 2000-SCAN-ARCHIVE
           PERFORM 3000-SCAN-ADJUSTMENTS
           IF HIT-COUNT = 0
               DISPLAY "Nothing posted to that account in the range."
               EXIT PARAGRAPH
           END-IF
           MOVE HIT-COUNT TO HIT-EDITED
           MOVE RANGE-DEBITS TO TOTAL-SHOWN
           MOVE RANGE-CREDITS TO TOTAL-2-SHOWN
           COMPUTE RANGE-NET = RANGE-DEBITS - RANGE-CREDITS
           MOVE RANGE-NET TO NET-SHOWN
           DISPLAY "LINES " HIT-EDITED "  DEBITS " TOTAL-SHOWN
                   "  CREDITS " TOTAL-2-SHOWN
           DISPLAY "NET (DEBITS LESS CREDITS) " NET-SHOWN.

       1100-CHECK-DATE.
           MOVE "N" TO DATE-OK-FLAG
           MOVE SPACES TO DATE-DIGITS
           STRING EDIT-DATE(1:4) DELIMITED BY SIZE
                  EDIT-DATE(6:2) DELIMITED BY SIZE
                  EDIT-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-DIGITS
           END-STRING
           IF EDIT-DATE(5:1) = "-" AND EDIT-DATE(8:1) = "-" AND
              DATE-DIGITS IS NUMERIC
               MOVE DATE-DIGITS TO DATE-NUMBER
               IF FUNCTION INTEGER-OF-DATE(DATE-NUMBER) > 0
                   SET DATE-IS-OK TO TRUE
               END-IF
           END-IF.

       2000-SCAN-ARCHIVE.
           MOVE 0 TO HIGH-COUNT
           MOVE "N" TO BATCH-SKIP-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GLARCFILE
           IF NOT GLARC-FILE-OK
               DISPLAY "No SUMGLARC posting archive on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ GLARCFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-TAKE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE GLARCFILE.

       2100-TAKE-ARCHIVE-RECORD.
           IF GL-IS-HEADER OF GLPOST-RECORD
               MOVE GL-HDR-BATCH-NO OF GLPOST-RECORD TO BATCH-NO
               MOVE SPACES TO BATCH-KIND
               UNSTRING GL-HDR-REFERENCE OF GLPOST-RECORD
                   DELIMITED BY SPACE
                   INTO BATCH-KIND
               END-UNSTRING
               PERFORM 2150-FIND-HIGH-WATER
               IF BATCH-NO NOT > HIGH-BATCH-NO
                   SET BATCH-IS-RESENT TO TRUE
               ELSE
                   MOVE "N" TO BATCH-SKIP-FLAG
                   IF HW-HIT-IDX > 0
                       MOVE BATCH-NO TO HW-BATCH-NO(HW-HIT-IDX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT GL-IS-DETAIL OF GLPOST-RECORD OR BATCH-IS-RESENT
               EXIT PARAGRAPH
           END-IF
           IF GL-ACCOUNT OF GLPOST-RECORD NOT = WANT-ACCOUNT OR
              GL-POST-DATE OF GLPOST-RECORD < FROM-DATE OR
              GL-POST-DATE OF GLPOST-RECORD > TO-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE GL-POST-DATE OF GLPOST-RECORD TO SHOW-DATE
           MOVE BATCH-NO                      TO SHOW-BATCH
           MOVE BATCH-KIND                    TO SHOW-KIND
           MOVE GL-DC-FLAG OF GLPOST-RECORD   TO SHOW-DC
           MOVE GL-AMOUNT OF GLPOST-RECORD    TO SHOW-AMOUNT
           MOVE GL-REFERENCE OF GLPOST-RECORD TO SHOW-REFERENCE
           PERFORM 4000-SHOW-LINE.

       2150-FIND-HIGH-WATER.
      * Loads HIGH-BATCH-NO with the high-water of the header's
      * series, adding the series at zero the first time it shows.
           MOVE 0 TO HIGH-BATCH-NO
           MOVE 0 TO HW-HIT-IDX
           PERFORM VARYING HW-IDX FROM 1 BY 1
                   UNTIL HW-IDX > HIGH-COUNT OR HW-HIT-IDX > 0
               IF HW-ENTITY(HW-IDX) = GL-HDR-ENTITY OF GLPOST-RECORD
                   MOVE HW-IDX TO HW-HIT-IDX
               END-IF
           END-PERFORM
           IF HW-HIT-IDX > 0
               MOVE HW-BATCH-NO(HW-HIT-IDX) TO HIGH-BATCH-NO
               EXIT PARAGRAPH
           END-IF
           IF HIGH-COUNT < 50
               ADD 1 TO HIGH-COUNT
               MOVE HIGH-COUNT TO HW-HIT-IDX
               MOVE GL-HDR-ENTITY OF GLPOST-RECORD
                   TO HW-ENTITY(HW-HIT-IDX)
               MOVE 0 TO HW-BATCH-NO(HW-HIT-IDX)
           END-IF.

       3000-SCAN-ADJUSTMENTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GLADJ
           IF NOT GLADJ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ GLADJ
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-TAKE-ADJUSTMENT
               END-READ
           END-PERFORM
           CLOSE GLADJ.

       3100-TAKE-ADJUSTMENT.
           IF NOT GL-IS-DETAIL OF ADJ-RECORD OR
              GL-ACCOUNT OF ADJ-RECORD NOT = WANT-ACCOUNT OR
              GL-POST-DATE OF ADJ-RECORD < FROM-DATE OR
              GL-POST-DATE OF ADJ-RECORD > TO-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO REPOST-TALLY
           INSPECT GL-REFERENCE OF ADJ-RECORD
               TALLYING REPOST-TALLY FOR ALL "/REPOST-"
           IF REPOST-TALLY > 0
               MOVE "REPOST" TO SHOW-KIND
           ELSE
               MOVE "ADJUST" TO SHOW-KIND
           END-IF
           MOVE GL-POST-DATE OF ADJ-RECORD TO SHOW-DATE
           MOVE "ADJ"                      TO SHOW-BATCH
           MOVE GL-DC-FLAG OF ADJ-RECORD   TO SHOW-DC
           MOVE GL-AMOUNT OF ADJ-RECORD    TO SHOW-AMOUNT
           MOVE GL-REFERENCE OF ADJ-RECORD TO SHOW-REFERENCE
           PERFORM 4000-SHOW-LINE.

       4000-SHOW-LINE.
           ADD 1 TO HIT-COUNT
           IF SHOW-DC = "D"
               ADD SHOW-AMOUNT TO RANGE-DEBITS
           ELSE
               ADD SHOW-AMOUNT TO RANGE-CREDITS
           END-IF
           MOVE SHOW-AMOUNT TO AMOUNT-SHOWN
           DISPLAY SHOW-DATE " " SHOW-BATCH " " SHOW-KIND " "
                   SHOW-DC " " AMOUNT-SHOWN "  " SHOW-REFERENCE.

       END PROGRAM ACCT-INQ.
