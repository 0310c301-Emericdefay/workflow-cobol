      * count-and-hash envelope (a last record typed "T"), the raw
      * record count otherwise.
      *
      * After the standing list, the night's burst list (SUMBURSTL,
      * same layout, rewritten each night by RPT-BURST) is worked
      * the same way - each category owner's copy of the report
      * goes out with a status record of its own.
      *
      * A recipient named against a masking profile (SUMMASKP, see
      * CBMASKP) gets the detail extract masked rather than as
      * produced: the key masked or tokenized, named fields blanked,
      * excluded categories' records left out, and the trailer's
      * count and hash rebuilt over what went. The copy is built on
      * SUMMASKW and sent from there. A profile that is not on file,
      * or a detail extract with a broken envelope, is a failed
      * delivery - never a raw copy. The other extracts carry no row
      * keys or categories and go out as produced.
      *
      * Redeliver mode: DISTONLY=<recipient> in the environment
      * resends only that recipient's extracts, without touching
      * anyone else's deliveries.
           SELECT DISTLFILE ASSIGN TO "SUMDISTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISTL-FILE-STATUS.
           SELECT OPTIONAL BURSTLFILE ASSIGN TO "SUMBURSTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BURSTL-FILE-STATUS.
           SELECT OPTIONAL DISTSFILE ASSIGN TO "SUMDISTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DISTS-FILE-STATUS.
           SELECT EXTRFILE ASSIGN TO DYNAMIC EXTR-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXTR-FILE-STATUS.
           SELECT OPTIONAL MASKPFILE ASSIGN TO "SUMMASKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MASKP-FILE-STATUS.
           SELECT MASKWFILE ASSIGN TO "SUMMASKW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MASKW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTLFILE.
           COPY CBDISTL.

       FD  BURSTLFILE.
       01  BURSTL-RECORD         PIC X(88).

       FD  DISTSFILE.
           COPY CBDISTS.

       FD  EXTRFILE.
       01  EXTR-LINE             PIC X(512).

       FD  MASKPFILE.
           COPY CBMASKP.

       FD  MASKWFILE.
       01  MASKW-LINE            PIC X(512).

       WORKING-STORAGE SECTION.
       01 DISTL-FILE-STATUS  PIC XX.
           88 DISTL-FILE-OK      VALUE "00".
       01 BURSTL-FILE-STATUS PIC XX.
           88 BURSTL-FILE-OK     VALUE "00".
       01 DISTS-FILE-STATUS  PIC XX.
       01 EXTR-FILE-STATUS   PIC XX.
           88 EXTR-FILE-OK       VALUE "00".
       01 COPY-RC            PIC S9(4) COMP-5.
       01 COUNT-EDITED       PIC ZZZ9.

       01 MASKP-FILE-STATUS  PIC XX.
           88 MASKP-FILE-OK      VALUE "00" "05".
       01 MASKW-FILE-STATUS  PIC XX.
           88 MASKW-FILE-OK      VALUE "00".
       01 MASKP-EOF-FLAG     PIC X.
           88 MASKP-AT-EOF       VALUE "Y".
       01 SEND-FILE-NAME     PIC X(8).
       01 DELIVERY-PROFILE   PIC X(8).
       01 MASK-FAILED-FLAG   PIC X.
           88 MASK-FAILED        VALUE "Y".
       01 MASK-TRAILER-FLAG  PIC X.
           88 MASK-SEEN-TRAILER  VALUE "Y".

      * The profiles' rules, loaded once - and the rules of the one
      * profile a delivery goes out under, gathered from them.
       01 MASK-RULE-COUNT    PIC 9(3) COMP-5 VALUE 0.
       01 MASK-RULE-TABLE.
           05 MR-ENTRY OCCURS 200 TIMES.
               10 MR-PROFILE     PIC X(8).
               10 MR-RULE        PIC X(5).
               10 MR-ARGUMENT    PIC X(20).
       01 MR-IDX             PIC 9(3) COMP-5.
       01 PROFILE-RULES      PIC 9(3) COMP-5.
       01 KEY-ACTION         PIC X.
           88 KEY-MASKED         VALUE "M".
           88 KEY-TOKENIZED      VALUE "T".
       01 TOKEN-SEED         PIC X(20).
       01 BLANK-KEY-FLAG     PIC X.
           88 BLANK-KEY          VALUE "Y".
       01 BLANK-CATEGORY-FLAG PIC X.
           88 BLANK-CATEGORY     VALUE "Y".
       01 BLANK-AMOUNT-FLAG  PIC X.
           88 BLANK-AMOUNT       VALUE "Y".
       01 BLANK-AMOUNT2-FLAG PIC X.
           88 BLANK-AMOUNT-2     VALUE "Y".
       01 DROP-COUNT         PIC 9(3) COMP-5.
       01 DROP-TABLE.
           05 DROP-CATEGORY OCCURS 50 TIMES PIC X(20).
       01 DROP-IDX           PIC 9(3) COMP-5.
       01 DROP-HIT-FLAG      PIC X.
           88 DROP-HIT           VALUE "Y".

      * The detail extract's record, worked on as it is copied.
           COPY CBDETL.
       01 SOURCE-COUNT       PIC 9(9).
       01 SOURCE-HASH        PIC 9(15) COMP-3.
       01 SOURCE-TRL-COUNT   PIC 9(9).
       01 SOURCE-TRL-HASH    PIC 9(15) COMP-3.
       01 MASKED-COUNT       PIC 9(9).
       01 MASKED-HASH        PIC 9(15) COMP-3.
      * The key worked on - the long key when the detail carries
      * one, DETL-KEY (its first nine characters) when not.
       01 KEY-WORK           PIC X(16).
       01 KEY-SIZE           PIC 9(2) COMP-5.
       01 KEY-LENGTH         PIC 9(2) COMP-5.
       01 KEY-POS            PIC 9(2) COMP-5.
       01 TOKEN-VALUE        PIC 9(8).
       01 TOKEN-POS          PIC 9(2) COMP-5.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF

           PERFORM 0100-LOAD-MASK-PROFILES

           MOVE "N" TO DISTL-EOF-FLAG
           OPEN INPUT DISTLFILE
           IF NOT DISTL-FILE-OK
               END-READ
           END-PERFORM
           CLOSE DISTLFILE
           PERFORM 0500-WORK-BURST-LIST

           MOVE SPACES TO LOG-TEXT
           IF FAIL-COUNT > 0
               MOVE FAIL-COUNT TO COUNT-EDITED
               STRING "DISTRIBUTION: " DELIMITED BY SIZE
           END-IF
           GOBACK.

       0100-LOAD-MASK-PROFILES.
      * No SUMMASKP is no profiles - which only matters to a
      * recipient the list names against one.
           MOVE 0 TO MASK-RULE-COUNT
           MOVE "N" TO MASKP-EOF-FLAG
           OPEN INPUT MASKPFILE
           IF NOT MASKP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MASKP-AT-EOF
               READ MASKPFILE
                   AT END
                       SET MASKP-AT-EOF TO TRUE
                   NOT AT END
                       IF MP-PROFILE NOT = SPACES AND
                          MASK-RULE-COUNT < 200
                           ADD 1 TO MASK-RULE-COUNT
                           MOVE MP-PROFILE
                               TO MR-PROFILE(MASK-RULE-COUNT)
                           MOVE MP-RULE
                               TO MR-RULE(MASK-RULE-COUNT)
                           MOVE MP-ARGUMENT
                               TO MR-ARGUMENT(MASK-RULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASKPFILE.

       0500-WORK-BURST-LIST.
      * Read into the standing list's record, so each owner's copy
      * is delivered and recorded exactly as a standing entry is.
           MOVE "N" TO DISTL-EOF-FLAG
           OPEN INPUT BURSTLFILE
           IF NOT BURSTL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DISTL-AT-EOF
               READ BURSTLFILE INTO DISTL-RECORD
                   AT END
                       SET DISTL-AT-EOF TO TRUE
                   NOT AT END
                       IF DL-RECIPIENT NOT = SPACES AND
                          (ONLY-RECIPIENT = SPACES OR
                           DL-RECIPIENT = ONLY-RECIPIENT)
                           PERFORM 1000-DELIVER-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BURSTLFILE.

       1000-DELIVER-ONE.
           PERFORM 2000-COUNT-EXTRACT-RECORDS
           IF NOT EXTR-FILE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE DL-EXTRACT-NAME TO SEND-FILE-NAME
           MOVE SPACES TO DELIVERY-PROFILE
           IF DL-MASK-PROFILE NOT = SPACES AND
              DL-EXTRACT-NAME = "SUMDETL"
               PERFORM 4000-BUILD-MASKED-COPY
               IF MASK-FAILED
                   MOVE "FAIL" TO DELIVERY-STATUS
                   MOVE DL-MASK-PROFILE TO DELIVERY-PROFILE
                   ADD 1 TO FAIL-COUNT
                   PERFORM 3000-RECORD-TRANSMISSION
                   EXIT PARAGRAPH
               END-IF
               MOVE "SUMMASKW" TO SEND-FILE-NAME
               MOVE DL-MASK-PROFILE TO DELIVERY-PROFILE
               MOVE MASKED-COUNT TO EXTRACT-COUNT
           END-IF

           MOVE SPACES TO COPY-COMMAND
           STRING "cp "           DELIMITED BY SIZE
                  SEND-FILE-NAME  DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  DL-DESTINATION  DELIMITED BY SPACE
               INTO COPY-COMMAND
           MOVE FUNCTION CURRENT-DATE (1:16) TO DS-TIMESTAMP
           MOVE EXTRACT-COUNT   TO DS-RECORD-COUNT
           MOVE DL-DESTINATION  TO DS-DESTINATION
           MOVE DELIVERY-PROFILE TO DS-MASK-PROFILE
           WRITE DISTS-RECORD
           CLOSE DISTSFILE.

       4000-BUILD-MASKED-COPY.
           MOVE "N" TO MASK-FAILED-FLAG
           PERFORM 4100-GATHER-PROFILE-RULES
           IF PROFILE-RULES = 0
               MOVE SPACES TO LOG-TEXT
               STRING "DISTRIBUTION: MASK PROFILE " DELIMITED BY SIZE
                      DL-MASK-PROFILE DELIMITED BY SPACE
                      " NOT ON SUMMASKP - NOT SENT TO "
                          DELIMITED BY SIZE
                      DL-RECIPIENT    DELIMITED BY SPACE
                   INTO LOG-TEXT
               END-STRING
               PERFORM 4900-MASK-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SOURCE-COUNT
           MOVE 0 TO SOURCE-HASH
           MOVE 0 TO MASKED-COUNT
           MOVE 0 TO MASKED-HASH
           MOVE "N" TO MASK-TRAILER-FLAG
           MOVE "N" TO EXTR-EOF-FLAG
           MOVE DL-EXTRACT-NAME TO EXTR-FILE-NAME
           OPEN INPUT EXTRFILE
           IF NOT EXTR-FILE-OK
               MOVE SPACES TO LOG-TEXT
               STRING "DISTRIBUTION: CANNOT RE-READ " DELIMITED BY SIZE
                      DL-EXTRACT-NAME DELIMITED BY SPACE
                      " TO MASK - NOT SENT" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               PERFORM 4900-MASK-FAILURE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MASKWFILE
           IF NOT MASKW-FILE-OK
               CLOSE EXTRFILE
               MOVE "DISTRIBUTION: CANNOT OPEN SUMMASKW - NOT SENT"
                   TO LOG-TEXT
               PERFORM 4900-MASK-FAILURE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EXTR-AT-EOF
               READ EXTRFILE
                   AT END
                       SET EXTR-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 4200-MASK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE EXTRFILE

      * Rebuilding the trailer over a file that did not balance as
      * produced would hand the recipient a broken extract that
      * verifies clean - the raw envelope has to check first.
           IF NOT MASK-FAILED
               IF NOT MASK-SEEN-TRAILER OR
                  SOURCE-COUNT NOT = SOURCE-TRL-COUNT OR
                  SOURCE-HASH NOT = SOURCE-TRL-HASH
                   MOVE SPACES TO LOG-TEXT
                   STRING "DISTRIBUTION: " DELIMITED BY SIZE
                          DL-EXTRACT-NAME DELIMITED BY SPACE
                          " ENVELOPE DOES NOT BALANCE - NOT SENT"
                              DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   PERFORM 4900-MASK-FAILURE
               END-IF
           END-IF
           IF NOT MASK-FAILED
               MOVE SPACES TO DETL-RECORD
               SET DETL-IS-TRAILER TO TRUE
               MOVE MASKED-COUNT TO DETL-TRL-COUNT
               MOVE MASKED-HASH  TO DETL-TRL-HASH
               MOVE DETL-RECORD TO MASKW-LINE
               WRITE MASKW-LINE
           END-IF
           CLOSE MASKWFILE.

       4100-GATHER-PROFILE-RULES.
           MOVE 0 TO PROFILE-RULES
           MOVE SPACE TO KEY-ACTION
           MOVE SPACES TO TOKEN-SEED
           MOVE "N" TO BLANK-KEY-FLAG
           MOVE "N" TO BLANK-CATEGORY-FLAG
           MOVE "N" TO BLANK-AMOUNT-FLAG
           MOVE "N" TO BLANK-AMOUNT2-FLAG
           MOVE 0 TO DROP-COUNT
           PERFORM VARYING MR-IDX FROM 1 BY 1
                   UNTIL MR-IDX > MASK-RULE-COUNT
               IF MR-PROFILE(MR-IDX) = DL-MASK-PROFILE
                   ADD 1 TO PROFILE-RULES
                   EVALUATE MR-RULE(MR-IDX)
                       WHEN "MASK"
                           IF NOT KEY-TOKENIZED
                               SET KEY-MASKED TO TRUE
                           END-IF
      * Tokenizing wins over masking - a token still joins, a
      * masked key does not, and neither shows the key.
                       WHEN "TOKEN"
                           SET KEY-TOKENIZED TO TRUE
                           MOVE MR-ARGUMENT(MR-IDX) TO TOKEN-SEED
                       WHEN "BLANK"
                           EVALUATE MR-ARGUMENT(MR-IDX)
                               WHEN "KEY"
                                   SET BLANK-KEY TO TRUE
                               WHEN "CATEGORY"
                                   SET BLANK-CATEGORY TO TRUE
                               WHEN "AMOUNT"
                                   SET BLANK-AMOUNT TO TRUE
                               WHEN "AMOUNT-2"
                                   SET BLANK-AMOUNT-2 TO TRUE
                           END-EVALUATE
                       WHEN "DROP"
                           IF DROP-COUNT < 50
                               ADD 1 TO DROP-COUNT
                               MOVE MR-ARGUMENT(MR-IDX)
                                   TO DROP-CATEGORY(DROP-COUNT)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       4200-MASK-ONE-RECORD.
           MOVE EXTR-LINE TO DETL-RECORD
           EVALUATE TRUE
               WHEN DETL-IS-HEADER
                   MOVE EXTR-LINE TO MASKW-LINE
                   WRITE MASKW-LINE
               WHEN DETL-IS-DETAIL
                   ADD 1 TO SOURCE-COUNT
                   COMPUTE SOURCE-HASH =
                       FUNCTION MOD(SOURCE-HASH +
                                    FUNCTION ABS(DETL-AMOUNT) * 100,
                                    1000000000000000)
                   PERFORM 4300-CHECK-DROPPED
                   IF NOT DROP-HIT
                       PERFORM 4400-MASK-DETAIL-FIELDS
                       ADD 1 TO MASKED-COUNT
                       COMPUTE MASKED-HASH =
                           FUNCTION MOD(MASKED-HASH +
                                    FUNCTION ABS(DETL-AMOUNT) * 100,
                                    1000000000000000)
                       MOVE DETL-RECORD TO MASKW-LINE
                       WRITE MASKW-LINE
                   END-IF
               WHEN DETL-IS-TRAILER
                   SET MASK-SEEN-TRAILER TO TRUE
                   MOVE DETL-TRL-COUNT TO SOURCE-TRL-COUNT
                   MOVE DETL-TRL-HASH  TO SOURCE-TRL-HASH
                   SET EXTR-AT-EOF TO TRUE
               WHEN OTHER
                   MOVE "DISTRIBUTION: BAD RECORD IN SUMDETL - NOT SENT"
                       TO LOG-TEXT
                   PERFORM 4900-MASK-FAILURE
                   SET EXTR-AT-EOF TO TRUE
           END-EVALUATE.

       4300-CHECK-DROPPED.
           MOVE "N" TO DROP-HIT-FLAG
           PERFORM VARYING DROP-IDX FROM 1 BY 1
                   UNTIL DROP-IDX > DROP-COUNT OR DROP-HIT
               IF DETL-CATEGORY = DROP-CATEGORY(DROP-IDX)
                   SET DROP-HIT TO TRUE
               END-IF
           END-PERFORM.

       4400-MASK-DETAIL-FIELDS.
           EVALUATE TRUE
               WHEN KEY-TOKENIZED
                   PERFORM 4500-TOKENIZE-KEY
               WHEN KEY-MASKED
                   PERFORM 4600-MASK-KEY
           END-EVALUATE
           IF BLANK-KEY
               MOVE SPACES TO DETL-KEY
               MOVE SPACES TO DETL-LONG-KEY
           END-IF
           IF BLANK-CATEGORY
               MOVE SPACES TO DETL-CATEGORY
           END-IF
           IF BLANK-AMOUNT
               MOVE ZERO TO DETL-AMOUNT
           END-IF
           IF BLANK-AMOUNT-2
               MOVE ZERO TO DETL-AMOUNT-2
           END-IF.

       4500-TOKENIZE-KEY.
      * The AUDIT-VERIFY chain arithmetic, seeded with the profile's
      * own seed so one profile's tokens say nothing about another's.
      * Built from the long key when there is one; past its ninth
      * character only when it runs that far, so a key that fits in
      * DETL-KEY keeps the token it has always had. The token goes
      * in both key fields.
           MOVE DETL-KEY TO KEY-WORK
           IF DETL-LONG-KEY NOT = SPACES
               MOVE DETL-LONG-KEY TO KEY-WORK
           END-IF
           MOVE 9 TO KEY-SIZE
           IF KEY-WORK(10:7) NOT = SPACES
               MOVE 16 TO KEY-SIZE
           END-IF
           MOVE ZERO TO TOKEN-VALUE
           PERFORM VARYING TOKEN-POS FROM 1 BY 1 UNTIL TOKEN-POS > 20
               COMPUTE TOKEN-VALUE =
                   FUNCTION MOD(TOKEN-VALUE * 31 +
                                FUNCTION ORD(TOKEN-SEED(TOKEN-POS:1)),
                                100000000)
           END-PERFORM
           PERFORM VARYING TOKEN-POS FROM 1 BY 1
                   UNTIL TOKEN-POS > KEY-SIZE
               COMPUTE TOKEN-VALUE =
                   FUNCTION MOD(TOKEN-VALUE * 31 +
                                FUNCTION ORD(KEY-WORK(TOKEN-POS:1)),
                                100000000)
           END-PERFORM
           MOVE SPACES TO DETL-KEY
           STRING "T" TOKEN-VALUE DELIMITED BY SIZE INTO DETL-KEY
           END-STRING
           IF DETL-LONG-KEY NOT = SPACES
               MOVE DETL-KEY TO DETL-LONG-KEY
           END-IF.

       4600-MASK-KEY.
      * The last four characters of the whole key show - the long
      * key's when there is one, and DETL-KEY is then its masked
      * first nine, so the two fields give away no more together
      * than either does alone.
           MOVE DETL-KEY TO KEY-WORK
           MOVE 9 TO KEY-SIZE
           IF DETL-LONG-KEY NOT = SPACES
               MOVE DETL-LONG-KEY TO KEY-WORK
               MOVE 16 TO KEY-SIZE
           END-IF
           MOVE 0 TO KEY-LENGTH
           PERFORM VARYING KEY-POS FROM KEY-SIZE BY -1
                   UNTIL KEY-POS < 1 OR KEY-LENGTH > 0
               IF KEY-WORK(KEY-POS:1) NOT = SPACE
                   MOVE KEY-POS TO KEY-LENGTH
               END-IF
           END-PERFORM
      * A key of four characters or fewer would show whole - it is
      * masked whole instead.
           IF KEY-LENGTH > 4
               SUBTRACT 4 FROM KEY-LENGTH
           END-IF
           PERFORM VARYING KEY-POS FROM 1 BY 1
                   UNTIL KEY-POS > KEY-LENGTH
               MOVE "*" TO KEY-WORK(KEY-POS:1)
           END-PERFORM
           MOVE KEY-WORK(1:9) TO DETL-KEY
           IF DETL-LONG-KEY NOT = SPACES
               MOVE KEY-WORK TO DETL-LONG-KEY
           END-IF.

       4900-MASK-FAILURE.
           SET MASK-FAILED TO TRUE
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT.

       END PROGRAM DIST-SEND.
