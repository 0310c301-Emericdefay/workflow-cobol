       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBL-INQ.

      *****************************************************************
      * SUBL-INQ - direct inquiry against the key-level subsidiary
      * ledger (SUMSUBL, see CBSUBL), in the OFFMAST-INQ mould. The
      * operator names a table and a key (direct keyed read) and
      * gets what is outstanding on it and how old it is: the last
      * posted day's opening, debits, credits and closing, and the
      * oldest open item with its age in days against the business
      * date. A blank key browses every key of the table still
      * carrying a balance. Blank table ends the session.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBLFILE ASSIGN TO "SUMSUBL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUBL-KEY
               FILE STATUS IS SUBL-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBLFILE.
           COPY CBSUBL.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 SUBL-FILE-STATUS   PIC XX.
           88 SUBL-FILE-OK       VALUE "00".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 DONE-FLAG          PIC X VALUE "N".
           88 INQUIRY-IS-DONE    VALUE "Y".
       01 BROWSE-DONE-FLAG   PIC X.
           88 BROWSE-IS-DONE     VALUE "Y".
       01 OPERATOR-INPUT     PIC X(64).
       01 WANT-TABLE         PIC X(30).
       01 WANT-KEY           PIC X(16).
       01 BUSINESS-DATE      PIC X(10).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 HIT-COUNT          PIC 9(7).
       01 HIT-EDITED         PIC Z,ZZZ,ZZ9.
       01 TOTAL-OUTSTANDING  PIC S9(13)V99 COMP-3.
       01 AMOUNT-SHOWN       PIC -ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-2-SHOWN     PIC -ZZZ,ZZZ,ZZ9.99.
       01 TOTAL-SHOWN        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AGE-DAYS           PIC S9(7) COMP-5.
       01 AGE-SHOWN          PIC Z,ZZZ,ZZ9.
       01 DATE-NUM-WORK      PIC 9(8).
       01 DATE-X-WORK REDEFINES DATE-NUM-WORK PIC X(8).
       01 BUSINESS-INTEGER   PIC 9(9) COMP-5.
       01 OLDEST-INTEGER     PIC 9(9) COMP-5.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-SET-BUSINESS-DATE
           OPEN INPUT SUBLFILE
           IF NOT SUBL-FILE-OK
               DISPLAY "No SUMSUBL sub-ledger on file."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "SUB-LEDGER INQUIRY AS AT " BUSINESS-DATE
                   " - BLANK TABLE TO EXIT"
           PERFORM UNTIL INQUIRY-IS-DONE
               DISPLAY "Table: "
               ACCEPT OPERATOR-INPUT
               IF OPERATOR-INPUT = SPACES
                   SET INQUIRY-IS-DONE TO TRUE
               ELSE
                   MOVE OPERATOR-INPUT(1:30) TO WANT-TABLE
                   PERFORM 1000-ONE-INQUIRY
               END-IF
           END-PERFORM
           CLOSE SUBLFILE
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
           END-IF
           MOVE SPACES TO DATE-X-WORK
           STRING BUSINESS-DATE(1:4) DELIMITED BY SIZE
                  BUSINESS-DATE(6:2) DELIMITED BY SIZE
                  BUSINESS-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-X-WORK
           END-STRING
           COMPUTE BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-NUM-WORK).

       1000-ONE-INQUIRY.
           DISPLAY "Key (blank = every open key): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:16) TO WANT-KEY
           IF WANT-KEY = SPACES
               PERFORM 3000-BROWSE-OPEN-KEYS
           ELSE
               PERFORM 2000-DIRECT-READ
           END-IF.

       2000-DIRECT-READ.
           MOVE WANT-TABLE TO SUBL-TABLE-NAME
           MOVE WANT-KEY   TO SUBL-ITEM-KEY
           READ SUBLFILE KEY IS SUBL-KEY
           IF SUBL-FILE-OK
               PERFORM 4000-SHOW-RECORD
           ELSE
               DISPLAY "Key not on the sub-ledger for that table."
           END-IF.

       3000-BROWSE-OPEN-KEYS.
           MOVE 0 TO HIT-COUNT
           MOVE ZERO TO TOTAL-OUTSTANDING
           MOVE "N" TO BROWSE-DONE-FLAG
           MOVE WANT-TABLE TO SUBL-TABLE-NAME
           MOVE LOW-VALUES TO SUBL-ITEM-KEY
           START SUBLFILE KEY IS NOT LESS THAN SUBL-KEY
           IF NOT SUBL-FILE-OK
               DISPLAY "Nothing on file for that table."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BROWSE-IS-DONE
               READ SUBLFILE NEXT
               IF NOT SUBL-FILE-OK
                   SET BROWSE-IS-DONE TO TRUE
               ELSE
                   IF SUBL-TABLE-NAME NOT = WANT-TABLE
                       SET BROWSE-IS-DONE TO TRUE
                   ELSE
                       IF SUBL-CLOSING NOT = ZERO
                           ADD 1 TO HIT-COUNT
                           ADD SUBL-CLOSING TO TOTAL-OUTSTANDING
                           PERFORM 4000-SHOW-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE HIT-COUNT TO HIT-EDITED
           MOVE TOTAL-OUTSTANDING TO TOTAL-SHOWN
           DISPLAY "OPEN KEYS: " HIT-EDITED
                   "  OUTSTANDING " TOTAL-SHOWN.

       4000-SHOW-RECORD.
           MOVE SUBL-CLOSING TO AMOUNT-SHOWN
           DISPLAY "  " SUBL-ITEM-KEY "  OUTSTANDING " AMOUNT-SHOWN
                   "  LAST POSTED " SUBL-LAST-POSTED
           IF SUBL-OLDEST-OPEN NOT = SPACES
               MOVE SPACES TO DATE-X-WORK
               STRING SUBL-OLDEST-OPEN(1:4) DELIMITED BY SIZE
                      SUBL-OLDEST-OPEN(6:2) DELIMITED BY SIZE
                      SUBL-OLDEST-OPEN(9:2) DELIMITED BY SIZE
                   INTO DATE-X-WORK
               END-STRING
               COMPUTE OLDEST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DATE-NUM-WORK)
               COMPUTE AGE-DAYS = BUSINESS-INTEGER - OLDEST-INTEGER
               MOVE AGE-DAYS TO AGE-SHOWN
               DISPLAY "      OLDEST OPEN ITEM " SUBL-OLDEST-OPEN
                       "  AGE " AGE-SHOWN " DAY(S)"
           END-IF
           MOVE SUBL-OPENING TO AMOUNT-SHOWN
           DISPLAY "      OPENING  " AMOUNT-SHOWN
           MOVE SUBL-DEBITS  TO AMOUNT-SHOWN
           MOVE SUBL-CREDITS TO AMOUNT-2-SHOWN
           DISPLAY "      DEBITS   " AMOUNT-SHOWN
                   "  CREDITS " AMOUNT-2-SHOWN
           DISPLAY "      ON FILE SINCE " SUBL-FIRST-POSTED.

       END PROGRAM SUBL-INQ.
