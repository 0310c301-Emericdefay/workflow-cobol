       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBL-POST.

      *****************************************************************
      * SUBL-POST - posts the night's verified detail extract
      * (SUMDETL, see CBDETL) to the key-level subsidiary ledger
      * (SUMSUBL, see CBSUBL). Run by the batch wrapper after
      * EXTR-VERIFY has passed the extract. Per table on the
      * extract:
      *   - a rerun of a business date already posted is backed out
      *     first (each key touched that day goes back to its prior
      *     position; a key first seen that day is deleted), so the
      *     day posts once however often it runs
      *   - a table new to the sub-ledger whose SUMBALL opening is
      *     not zero takes that opening on under the reserved key
      *     *BFWD* - the balance from before the sub-ledger started
      *   - every detail row moves its key: debit or credit, new
      *     closing, and the oldest-open-item date (see CBSUBL)
      *   - the control check: the keys' closings added up must
      *     equal the table's SUMBALL closing for the date, so the
      *     sub-ledger can never drift from the control account
      *     unnoticed.
      * Items are keyed on the detail's long key where the extract
      * carries one (the nine-character key otherwise). A SUMSUBL
      * still in the nine-character layout (status 39 on open) is
      * converted first: loaded into SUMSUBL.NEW with each key
      * padded out, the live file set aside as SUMSUBL.<stamp>.OLD
      * and the new one renamed into place.
      *
      * RC 0 = posted and in balance, 4 = posted but no SUMBALL
      * closing to prove it against, 8 = out of balance (alerted),
      * or no extract / sub-ledger unusable.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETLFILE ASSIGN TO "SUMDETL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DETL-FILE-STATUS.
      * OPTIONAL - the sub-ledger is created by the first posting.
           SELECT OPTIONAL SUBLFILE ASSIGN TO DYNAMIC SUBL-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUBL-KEY
               FILE STATUS IS SUBL-FILE-STATUS.
           SELECT SUBLOFILE ASSIGN TO "SUMSUBL"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SUBLO-KEY
               FILE STATUS IS SUBLO-FILE-STATUS.
           SELECT OPTIONAL BALLFILE ASSIGN TO "SUMBALL"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BALL-KEY
               FILE STATUS IS BALL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DETLFILE.
           COPY CBDETL.

       FD  SUBLFILE.
           COPY CBSUBL.

      * SUMSUBL as first written, keyed on the nine-character detail
      * key. Read only, to convert.
       FD  SUBLOFILE.
       01 SUBLO-RECORD.
           05 SUBLO-KEY.
               10 SUBLO-TABLE-NAME  PIC X(30).
               10 SUBLO-ITEM-KEY    PIC X(9).
           05 SUBLO-POSITION        PIC X(122).

       FD  BALLFILE.
           COPY CBBALL.

       WORKING-STORAGE SECTION.
       01 DETL-FILE-STATUS    PIC XX.
           88 DETL-FILE-OK        VALUE "00".
       01 SUBL-FILE-STATUS    PIC XX.
           88 SUBL-FILE-OK        VALUE "00".
           88 SUBL-NOT-FOUND      VALUE "23".
           88 SUBL-WRONG-LAYOUT   VALUE "39".
       01 SUBLO-FILE-STATUS   PIC XX.
           88 SUBLO-FILE-OK       VALUE "00".
       01 SUBL-FILE-NAME      PIC X(40) VALUE "SUMSUBL".
       01 SUBL-NEW-NAME       PIC X(40).
       01 SUBL-OLD-NAME       PIC X(40).
       01 NAME-FROM-Z         PIC X(41).
       01 NAME-TO-Z           PIC X(41).
       01 RENAME-RC           PIC S9(9) COMP-5.
       01 CONVERT-FLAG        PIC X VALUE "N".
           88 CONVERT-FAILED      VALUE "Y".
       01 KEYS-CONVERTED      PIC 9(9) COMP-5 VALUE 0.
       01 BALL-FILE-STATUS    PIC XX.
           88 BALL-FILE-OK        VALUE "00".
       01 DETL-EOF-FLAG       PIC X VALUE "N".
           88 DETL-AT-EOF         VALUE "Y".
       01 BROWSE-FLAG         PIC X.
           88 BROWSE-IS-DONE      VALUE "Y".
       01 TABLE-OPEN-FLAG     PIC X VALUE "N".
           88 TABLE-IS-OPEN       VALUE "Y".
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.
       01 WORST-RC            PIC 9 VALUE 0.

       01 POST-TABLE          PIC X(30).
       01 POST-DATE           PIC X(10).
       01 POST-AMOUNT         PIC S9(11)V99 COMP-3.
       01 POST-KEY            PIC X(16).
       01 PREV-CLOSING        PIC S9(11)V99 COMP-3.
       01 KEYS-ON-FILE        PIC 9(7) COMP-5.
       01 ROWS-POSTED         PIC 9(9) COMP-5.
       01 KEYS-NEW            PIC 9(7) COMP-5.
       01 KEYS-BACKED-OUT     PIC 9(7) COMP-5.
       01 SUBL-TOTAL          PIC S9(13)V99 COMP-3.
       01 CONTROL-DIFF        PIC S9(13)V99 COMP-3.

       01 CURRENT-DATE-WORK   PIC X(21).
       01 COUNT-EDITED        PIC ZZZ,ZZZ,ZZ9.
       01 COUNT-2-EDITED      PIC Z,ZZZ,ZZ9.
       01 AMOUNT-EDITED       PIC -ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-2-EDITED     PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           OPEN INPUT DETLFILE
           IF NOT DETL-FILE-OK
               MOVE "SUB-LEDGER: NO DETAIL EXTRACT TO POST" TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O SUBLFILE
           IF SUBL-WRONG-LAYOUT
               PERFORM 0500-CONVERT-LAYOUT
           END-IF
           IF NOT SUBL-FILE-OK AND SUBL-FILE-STATUS NOT = "05"
               MOVE "SUB-LEDGER: SUMSUBL WOULD NOT OPEN" TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CLOSE DETLFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL DETL-AT-EOF
               READ DETLFILE
                   AT END
                       SET DETL-AT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DETL-IS-HEADER
                               PERFORM 1000-START-TABLE
                           WHEN DETL-IS-DETAIL
                               IF TABLE-IS-OPEN
                                   IF DETL-LONG-KEY NOT = SPACES
                                       MOVE DETL-LONG-KEY TO POST-KEY
                                   ELSE
                                       MOVE DETL-KEY TO POST-KEY
                                   END-IF
                                   MOVE DETL-AMOUNT TO POST-AMOUNT
                                   PERFORM 2000-POST-ONE-AMOUNT
                                   ADD 1 TO ROWS-POSTED
                               END-IF
                           WHEN DETL-IS-TRAILER
                               PERFORM 3000-END-TABLE
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM 3000-END-TABLE
           CLOSE DETLFILE
           CLOSE SUBLFILE
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       0500-CONVERT-LAYOUT.
      * The sub-ledger is still keyed on nine characters. Every key
      * goes across padded to the wide layout - the padded keys
      * sort as the short ones did - and the live file is only
      * swapped once the new one is complete. Any failure leaves
      * SUMSUBL as it was and the posting is refused.
           MOVE SPACES TO SUBL-NEW-NAME
           MOVE SPACES TO SUBL-OLD-NAME
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WORK
           STRING "SUMSUBL.NEW" DELIMITED BY SIZE
               INTO SUBL-NEW-NAME
           END-STRING
           STRING "SUMSUBL." DELIMITED BY SIZE
                  CURRENT-DATE-WORK(1:14) DELIMITED BY SIZE
                  ".OLD" DELIMITED BY SIZE
               INTO SUBL-OLD-NAME
           END-STRING
           MOVE SUBL-NEW-NAME TO NAME-FROM-Z
           INSPECT NAME-FROM-Z REPLACING TRAILING SPACE BY LOW-VALUE
           CALL "CBL_DELETE_FILE" USING NAME-FROM-Z
               RETURNING RENAME-RC
           END-CALL
           OPEN INPUT SUBLOFILE
           IF NOT SUBLO-FILE-OK
               MOVE "39" TO SUBL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SUBL-NEW-NAME TO SUBL-FILE-NAME
           OPEN OUTPUT SUBLFILE
           IF NOT SUBL-FILE-OK
               SET CONVERT-FAILED TO TRUE
           END-IF
           PERFORM UNTIL CONVERT-FAILED
               READ SUBLOFILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES           TO SUBL-RECORD
               MOVE SUBLO-TABLE-NAME TO SUBL-TABLE-NAME
               MOVE SUBLO-ITEM-KEY   TO SUBL-ITEM-KEY
               MOVE SUBLO-POSITION   TO SUBL-RECORD(47:122)
               WRITE SUBL-RECORD
               IF NOT SUBL-FILE-OK
                   SET CONVERT-FAILED TO TRUE
               ELSE
                   ADD 1 TO KEYS-CONVERTED
               END-IF
           END-PERFORM
           CLOSE SUBLOFILE
           CLOSE SUBLFILE
           MOVE "SUMSUBL" TO SUBL-FILE-NAME
           IF NOT CONVERT-FAILED
               MOVE SUBL-FILE-NAME TO NAME-FROM-Z
               INSPECT NAME-FROM-Z
                   REPLACING TRAILING SPACE BY LOW-VALUE
               MOVE SUBL-OLD-NAME TO NAME-TO-Z
               INSPECT NAME-TO-Z REPLACING TRAILING SPACE BY LOW-VALUE
               CALL "CBL_RENAME_FILE" USING NAME-FROM-Z, NAME-TO-Z
                   RETURNING RENAME-RC
               END-CALL
               IF RENAME-RC NOT = 0
                   SET CONVERT-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT CONVERT-FAILED
               MOVE SUBL-NEW-NAME TO NAME-FROM-Z
               INSPECT NAME-FROM-Z
                   REPLACING TRAILING SPACE BY LOW-VALUE
               MOVE SUBL-FILE-NAME TO NAME-TO-Z
               INSPECT NAME-TO-Z REPLACING TRAILING SPACE BY LOW-VALUE
               CALL "CBL_RENAME_FILE" USING NAME-FROM-Z, NAME-TO-Z
                   RETURNING RENAME-RC
               END-CALL
               IF RENAME-RC NOT = 0
                   MOVE SPACES TO LOG-TEXT
                   STRING "SUB-LEDGER: CONVERTED FILE LEFT AS "
                              DELIMITED BY SIZE
                          SUBL-NEW-NAME DELIMITED BY SPACE
                          " - RENAME FAILED" DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "E" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   MOVE "39" TO SUBL-FILE-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CONVERT-FAILED
               MOVE "SUB-LEDGER: SUMSUBL LAYOUT CONVERSION FAILED"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE "39" TO SUBL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE KEYS-CONVERTED TO COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "SUB-LEDGER: SUMSUBL CONVERTED TO WIDE KEYS, "
                      DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " KEYS" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "W" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           OPEN I-O SUBLFILE.

       1000-START-TABLE.
           PERFORM 3000-END-TABLE
           MOVE DETL-HDR-TABLE    TO POST-TABLE
           MOVE DETL-HDR-RUN-DATE TO POST-DATE
           MOVE 0 TO ROWS-POSTED
           MOVE 0 TO KEYS-NEW
           MOVE 0 TO KEYS-BACKED-OUT
           SET TABLE-IS-OPEN TO TRUE
           PERFORM 1100-BACK-OUT-RERUN
           IF KEYS-ON-FILE = 0
               PERFORM 1200-TAKE-ON-OPENING
           END-IF.

       1100-BACK-OUT-RERUN.
      * Walk the table's keys. One last posted on this date was
      * posted by an earlier run of it - put it back where it stood
      * the day before, or drop it if that day created it. What is
      * left on file afterwards is the count that decides take-on.
           MOVE 0 TO KEYS-ON-FILE
           MOVE "N" TO BROWSE-FLAG
           MOVE POST-TABLE TO SUBL-TABLE-NAME
           MOVE LOW-VALUES TO SUBL-ITEM-KEY
           START SUBLFILE KEY IS NOT LESS THAN SUBL-KEY
           IF NOT SUBL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BROWSE-IS-DONE
               READ SUBLFILE NEXT
               IF NOT SUBL-FILE-OK
                   SET BROWSE-IS-DONE TO TRUE
               ELSE
                   IF SUBL-TABLE-NAME NOT = POST-TABLE
                       SET BROWSE-IS-DONE TO TRUE
                   ELSE
                       PERFORM 1110-BACK-OUT-ONE-KEY
                   END-IF
               END-IF
           END-PERFORM
           IF KEYS-BACKED-OUT > 0
               MOVE KEYS-BACKED-OUT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "SUB-LEDGER: " DELIMITED BY SIZE
                      POST-DATE DELIMITED BY SIZE
                      " RERUN - KEYS BACKED OUT: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       1110-BACK-OUT-ONE-KEY.
           IF SUBL-LAST-POSTED NOT = POST-DATE
               ADD 1 TO KEYS-ON-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KEYS-BACKED-OUT
           IF SUBL-PRIOR-POSTED = SPACES
               DELETE SUBLFILE RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KEYS-ON-FILE
           MOVE SUBL-OPENING      TO SUBL-CLOSING
           MOVE ZERO              TO SUBL-DEBITS
           MOVE ZERO              TO SUBL-CREDITS
           MOVE SUBL-PRIOR-OLDEST TO SUBL-OLDEST-OPEN
           MOVE SUBL-PRIOR-POSTED TO SUBL-LAST-POSTED
           REWRITE SUBL-RECORD.

       1200-TAKE-ON-OPENING.
      * First posting for the table. Where the balance ledger was
      * already running, its opening for the date is balance no key
      * on the sub-ledger carries - it goes on *BFWD* so the control
      * check holds from the first night.
           OPEN INPUT BALLFILE
           IF NOT BALL-FILE-OK
               CLOSE BALLFILE
               EXIT PARAGRAPH
           END-IF
           MOVE POST-TABLE TO BALL-TABLE-NAME
           MOVE POST-DATE  TO BALL-RUN-DATE
           READ BALLFILE
           IF BALL-FILE-OK AND BALL-OPENING NOT = ZERO
               MOVE "*BFWD*"     TO POST-KEY
               MOVE BALL-OPENING TO POST-AMOUNT
               PERFORM 2000-POST-ONE-AMOUNT
               MOVE BALL-OPENING TO AMOUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "SUB-LEDGER: OPENING TAKEN ON AS *BFWD* "
                          DELIMITED BY SIZE
                      AMOUNT-EDITED DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF
           CLOSE BALLFILE.

       2000-POST-ONE-AMOUNT.
           MOVE POST-TABLE TO SUBL-TABLE-NAME
           MOVE POST-KEY   TO SUBL-ITEM-KEY
           READ SUBLFILE
           IF SUBL-NOT-FOUND
               PERFORM 2100-NEW-KEY
           ELSE
               IF NOT SUBL-FILE-OK
                   MOVE "SUB-LEDGER: READ FAILED - ROW NOT POSTED"
                       TO LOG-TEXT
                   MOVE "E" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   MOVE 8 TO WORST-RC
                   EXIT PARAGRAPH
               END-IF
               IF SUBL-LAST-POSTED NOT = POST-DATE
                   PERFORM 2200-ROLL-DAY
               END-IF
           END-IF
           PERFORM 2300-APPLY-AMOUNT
           MOVE FUNCTION CURRENT-DATE (1:16) TO SUBL-POSTED-TS
           IF SUBL-NOT-FOUND
               WRITE SUBL-RECORD
           ELSE
               REWRITE SUBL-RECORD
           END-IF.

       2100-NEW-KEY.
           ADD 1 TO KEYS-NEW
           MOVE SPACES        TO SUBL-RECORD
           MOVE POST-TABLE    TO SUBL-TABLE-NAME
           MOVE POST-KEY      TO SUBL-ITEM-KEY
           MOVE ZERO          TO SUBL-OPENING
           MOVE ZERO          TO SUBL-DEBITS
           MOVE ZERO          TO SUBL-CREDITS
           MOVE ZERO          TO SUBL-CLOSING
           MOVE POST-DATE     TO SUBL-FIRST-POSTED
           MOVE POST-DATE     TO SUBL-LAST-POSTED.

       2200-ROLL-DAY.
      * The key's first movement of the date - yesterday's closing
      * becomes today's opening, and the position it leaves is kept
      * for a rerun to back out to.
           MOVE SUBL-CLOSING     TO SUBL-OPENING
           MOVE ZERO             TO SUBL-DEBITS
           MOVE ZERO             TO SUBL-CREDITS
           MOVE SUBL-OLDEST-OPEN TO SUBL-PRIOR-OLDEST
           MOVE SUBL-LAST-POSTED TO SUBL-PRIOR-POSTED
           MOVE POST-DATE        TO SUBL-LAST-POSTED.

       2300-APPLY-AMOUNT.
      * Oldest open item: a balance coming off zero, or swinging
      * through it to the other side, is new today; one growing or
      * part-settled keeps its date; one settled to zero has none.
           MOVE SUBL-CLOSING TO PREV-CLOSING
           IF POST-AMOUNT < 0
               SUBTRACT POST-AMOUNT FROM SUBL-CREDITS
           ELSE
               ADD POST-AMOUNT TO SUBL-DEBITS
           END-IF
           ADD POST-AMOUNT TO SUBL-CLOSING
           EVALUATE TRUE
               WHEN SUBL-CLOSING = ZERO
                   MOVE SPACES TO SUBL-OLDEST-OPEN
               WHEN PREV-CLOSING = ZERO
                   MOVE POST-DATE TO SUBL-OLDEST-OPEN
               WHEN PREV-CLOSING < 0 AND SUBL-CLOSING > 0
                   MOVE POST-DATE TO SUBL-OLDEST-OPEN
               WHEN PREV-CLOSING > 0 AND SUBL-CLOSING < 0
                   MOVE POST-DATE TO SUBL-OLDEST-OPEN
           END-EVALUATE.

       3000-END-TABLE.
           IF NOT TABLE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TABLE-OPEN-FLAG
           MOVE ROWS-POSTED TO COUNT-EDITED
           MOVE KEYS-NEW TO COUNT-2-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "SUB-LEDGER POSTED " DELIMITED BY SIZE
                  POST-DATE DELIMITED BY SIZE
                  ", ROWS:" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  ", NEW KEYS:" DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           PERFORM 3100-CONTROL-CHECK.

       3100-CONTROL-CHECK.
      * Sum of the table's key closings against the control account.
           MOVE ZERO TO SUBL-TOTAL
           MOVE "N" TO BROWSE-FLAG
           MOVE POST-TABLE TO SUBL-TABLE-NAME
           MOVE LOW-VALUES TO SUBL-ITEM-KEY
           START SUBLFILE KEY IS NOT LESS THAN SUBL-KEY
           IF NOT SUBL-FILE-OK
               SET BROWSE-IS-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-IS-DONE
               READ SUBLFILE NEXT
               IF NOT SUBL-FILE-OK
                   SET BROWSE-IS-DONE TO TRUE
               ELSE
                   IF SUBL-TABLE-NAME NOT = POST-TABLE
                       SET BROWSE-IS-DONE TO TRUE
                   ELSE
                       ADD SUBL-CLOSING TO SUBL-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT BALLFILE
           IF BALL-FILE-OK
               MOVE POST-TABLE TO BALL-TABLE-NAME
               MOVE POST-DATE  TO BALL-RUN-DATE
               READ BALLFILE
           END-IF
           IF NOT BALL-FILE-OK
               CLOSE BALLFILE
               MOVE SPACES TO LOG-TEXT
               STRING "SUB-LEDGER: NO SUMBALL CLOSING FOR "
                          DELIMITED BY SIZE
                      POST-DATE DELIMITED BY SIZE
                      " - CONTROL NOT PROVED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               IF WORST-RC < 4
                   MOVE 4 TO WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           CLOSE BALLFILE
           COMPUTE CONTROL-DIFF = SUBL-TOTAL - BALL-CLOSING
           IF CONTROL-DIFF = ZERO
               MOVE SUBL-TOTAL TO AMOUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "SUB-LEDGER IN BALANCE WITH SUMBALL: "
                          DELIMITED BY SIZE
                      AMOUNT-EDITED DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SUBL-TOTAL   TO AMOUNT-EDITED
           MOVE BALL-CLOSING TO AMOUNT-2-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "SUB-LEDGER OUT OF BALANCE: KEYS " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  " SUMBALL " DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           MOVE 8 TO WORST-RC.

       END PROGRAM SUBL-POST.
