       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAL-BAL.

      *****************************************************************
      * TRIAL-BAL - trial balance for a period off our own side of
      * the money feed: every batch ever cut (the posting archive
      * SUMGLARC - original, accrual and reversal, allocation,
      * revaluation, sales-tax batches; a regenerated batch is the
      * original resent under the same number, so it is counted
      * once) and every adjustment and repost pair (SUMGLADJ).
      * Debits, credits and net are totalled per GL-ACCOUNT over
      * the lines posted in the period, then by source, and the
      * period is proved: total debits must equal total credits.
      * Any archived batch that does not balance within itself is
      * listed. ACCT-INQ lists the lines behind an account.
      *
      * TBPERIOD (YYYY-MM, or YYYYPnn for a fiscal period on
      * SUMFPER) in the environment picks the period; the default
      * is the period PERIOD-OF puts the business date in. Lines
      * are taken by post date between the period's start and end.
      * Report to TBRPT.
      *
      * RC 0 = period balances, 4 = period or a batch out of
      * balance, 8 = bad period or no posting archive.
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
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 BUSINESS-DATE      PIC X(10).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 WANT-PERIOD        PIC X(7).
       01 WANT-START-DATE    PIC X(10).
       01 WANT-END-DATE      PIC X(10).
           COPY CBPERQ.

      * The batch being read off the archive.
       01 BATCH-NO           PIC 9(6) VALUE 0.
       01 HIGH-BATCH-NO      PIC 9(6) VALUE 0.
      * The highest number seen in each legal entity's series -
      * numbers repeat across series (see CBGLSEQ).
       01 HIGH-COUNT         PIC 99 COMP-5 VALUE 0.
       01 HIGH-TABLE.
           05 HW-ENTRY OCCURS 50 TIMES.
               10 HW-ENTITY      PIC X(6).
               10 HW-BATCH-NO    PIC 9(6).
       01 HW-IDX             PIC 99 COMP-5.
       01 HW-HIT-IDX         PIC 99 COMP-5.
       01 BATCH-KIND         PIC X(10).
       01 BATCH-SKIP-FLAG    PIC X VALUE "N".
           88 BATCH-IS-RESENT    VALUE "Y".
       01 BATCH-IN-PERIOD-FLAG PIC X VALUE "N".
           88 BATCH-IN-PERIOD    VALUE "Y".
       01 BATCH-DEBITS       PIC S9(13)V99 COMP-3.
       01 BATCH-CREDITS      PIC S9(13)V99 COMP-3.
       01 BATCH-OPEN-FLAG    PIC X VALUE "N".
           88 BATCH-IS-OPEN      VALUE "Y".
       01 RESENT-COUNT       PIC 9(5) VALUE 0.

       01 LINE-KIND          PIC X(10).
       01 LINE-ACCOUNT       PIC X(8).
       01 LINE-DC            PIC X.
       01 LINE-AMOUNT        PIC 9(9)V99.
       01 REPOST-TALLY       PIC 9(3) COMP-5.

      * Per-account totals, kept in account order as they arrive.
       01 ACCT-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 500 TIMES.
               10 AT-ACCOUNT     PIC X(8).
               10 AT-DEBITS      PIC S9(13)V99 COMP-3.
               10 AT-CREDITS     PIC S9(13)V99 COMP-3.
               10 AT-LINES       PIC 9(7) COMP-5.
       01 ACCT-IDX           PIC 9(4) COMP-5.
       01 ACCT-HIT-IDX       PIC 9(4) COMP-5.
       01 SHIFT-IDX          PIC 9(4) COMP-5.
       01 ACCT-OVERFLOW      PIC 9(7) VALUE 0.

      * Per-source totals - the first word of the batch header
      * reference, or REPOST / ADJUST off SUMGLADJ.
       01 SRC-COUNT          PIC 99 COMP-5 VALUE 0.
       01 SRC-TABLE.
           05 SRC-ENTRY OCCURS 20 TIMES.
               10 ST-KIND        PIC X(10).
               10 ST-DEBITS      PIC S9(13)V99 COMP-3.
               10 ST-CREDITS     PIC S9(13)V99 COMP-3.
               10 ST-LINES       PIC 9(7) COMP-5.
       01 SRC-IDX            PIC 99 COMP-5.
       01 SRC-HIT-IDX        PIC 99 COMP-5.

      * Archived batches that do not balance within the period.
       01 UNBAL-COUNT        PIC 9(4) COMP-5 VALUE 0.
       01 UNBAL-TABLE.
           05 UNBAL-ENTRY OCCURS 20 TIMES.
               10 UB-BATCH-NO    PIC 9(6).
               10 UB-KIND        PIC X(10).
               10 UB-DIFF        PIC S9(13)V99 COMP-3.
       01 UNBAL-IDX          PIC 9(4) COMP-5.

       01 TOTAL-DEBITS       PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-CREDITS      PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-LINES        PIC 9(7) VALUE 0.
       01 NET-WORK           PIC S9(13)V99 COMP-3.

       01 DEBIT-EDITED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 CREDIT-EDITED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 NET-EDITED         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 LINES-EDITED       PIC Z,ZZZ,ZZ9.
       01 BATCH-EDITED       PIC 9(6).

       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO RPT-LINE
           PERFORM 1000-SET-BUSINESS-DATE
           MOVE SPACES TO WANT-PERIOD
           ACCEPT WANT-PERIOD FROM ENVIRONMENT "TBPERIOD"
           IF WANT-PERIOD = SPACES
               SET PERQ-BY-DATE TO TRUE
               MOVE BUSINESS-DATE TO PERQ-DATE
           ELSE
               SET PERQ-BY-PERIOD TO TRUE
               MOVE WANT-PERIOD TO PERQ-PERIOD-ID
           END-IF
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           MOVE PERQ-PERIOD-ID  TO WANT-PERIOD
           MOVE PERQ-START-DATE TO WANT-START-DATE
           MOVE PERQ-END-DATE   TO WANT-END-DATE
           IF NOT PERQ-WAS-FOUND
               MOVE SPACES TO LOG-TEXT
               STRING "TRIAL BALANCE: TBPERIOD NOT A PERIOD: "
                          DELIMITED BY SIZE
                      WANT-PERIOD DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO EOF-FLAG
           OPEN INPUT GLARCFILE
           IF NOT GLARC-FILE-OK
               MOVE "TRIAL BALANCE: NO POSTING ARCHIVE (SUMGLARC)"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ GLARCFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-TAKE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           PERFORM 2500-CLOSE-BATCH
           CLOSE GLARCFILE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT GLADJ
           IF GLADJ-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ GLADJ
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 3000-TAKE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE GLADJ
           END-IF

           PERFORM 7000-WRITE-REPORT

           COMPUTE NET-WORK = TOTAL-DEBITS - TOTAL-CREDITS
           MOVE SPACES TO LOG-TEXT
           IF NET-WORK = ZERO AND UNBAL-COUNT = 0
               STRING "TRIAL BALANCE " DELIMITED BY SIZE
                      WANT-PERIOD      DELIMITED BY SIZE
                      ": PERIOD BALANCES - SEE TBRPT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE NET-WORK TO NET-EDITED
               STRING "TRIAL BALANCE " DELIMITED BY SIZE
                      WANT-PERIOD      DELIMITED BY SIZE
                      " OUT OF BALANCE BY " DELIMITED BY SIZE
                      NET-EDITED       DELIMITED BY SIZE
                      " - SEE TBRPT"   DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-SET-BUSINESS-DATE.
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

       2000-TAKE-ARCHIVE-RECORD.
           EVALUATE TRUE
               WHEN GL-IS-HEADER OF GLPOST-RECORD
                   PERFORM 2500-CLOSE-BATCH
                   MOVE GL-HDR-BATCH-NO OF GLPOST-RECORD TO BATCH-NO
                   MOVE SPACES TO BATCH-KIND
                   UNSTRING GL-HDR-REFERENCE OF GLPOST-RECORD
                       DELIMITED BY SPACE
                       INTO BATCH-KIND
                   END-UNSTRING
                   MOVE ZERO TO BATCH-DEBITS
                   MOVE ZERO TO BATCH-CREDITS
                   MOVE "N" TO BATCH-IN-PERIOD-FLAG
                   SET BATCH-IS-OPEN TO TRUE
      * Numbers only ever go up within a SUMGLSEQ series - one
      * already seen in its entity's series is the same batch
      * resent, and was counted the first time.
                   PERFORM 2100-FIND-HIGH-WATER
                   IF BATCH-NO NOT > HIGH-BATCH-NO
                       SET BATCH-IS-RESENT TO TRUE
                       ADD 1 TO RESENT-COUNT
                   ELSE
                       MOVE "N" TO BATCH-SKIP-FLAG
                       IF HW-HIT-IDX > 0
                           MOVE BATCH-NO TO HW-BATCH-NO(HW-HIT-IDX)
                       END-IF
                   END-IF
               WHEN GL-IS-DETAIL OF GLPOST-RECORD
                   IF NOT BATCH-IS-RESENT AND
                      GL-POST-DATE OF GLPOST-RECORD
                          NOT < WANT-START-DATE AND
                      GL-POST-DATE OF GLPOST-RECORD
                          NOT > WANT-END-DATE
                       SET BATCH-IN-PERIOD TO TRUE
                       MOVE BATCH-KIND TO LINE-KIND
                       MOVE GL-ACCOUNT OF GLPOST-RECORD TO LINE-ACCOUNT
                       MOVE GL-DC-FLAG OF GLPOST-RECORD TO LINE-DC
                       MOVE GL-AMOUNT OF GLPOST-RECORD  TO LINE-AMOUNT
                       PERFORM 4000-ADD-LINE
                       IF LINE-DC = "D"
                           ADD LINE-AMOUNT TO BATCH-DEBITS
                       ELSE
                           ADD LINE-AMOUNT TO BATCH-CREDITS
                       END-IF
                   END-IF
               WHEN GL-IS-TRAILER OF GLPOST-RECORD
                   PERFORM 2500-CLOSE-BATCH
           END-EVALUATE.

       2100-FIND-HIGH-WATER.
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

       2500-CLOSE-BATCH.
           IF NOT BATCH-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BATCH-OPEN-FLAG
           IF BATCH-IN-PERIOD AND BATCH-DEBITS NOT = BATCH-CREDITS
               ADD 1 TO UNBAL-COUNT
               IF UNBAL-COUNT NOT > 20
                   MOVE BATCH-NO   TO UB-BATCH-NO(UNBAL-COUNT)
                   MOVE BATCH-KIND TO UB-KIND(UNBAL-COUNT)
                   COMPUTE UB-DIFF(UNBAL-COUNT) =
                       BATCH-DEBITS - BATCH-CREDITS
               END-IF
           END-IF.

       3000-TAKE-ADJUSTMENT.
           IF NOT GL-IS-DETAIL OF ADJ-RECORD OR
              GL-POST-DATE OF ADJ-RECORD < WANT-START-DATE OR
              GL-POST-DATE OF ADJ-RECORD > WANT-END-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO REPOST-TALLY
           INSPECT GL-REFERENCE OF ADJ-RECORD
               TALLYING REPOST-TALLY FOR ALL "/REPOST-"
           IF REPOST-TALLY > 0
               MOVE "REPOST" TO LINE-KIND
           ELSE
               MOVE "ADJUST" TO LINE-KIND
           END-IF
           MOVE GL-ACCOUNT OF ADJ-RECORD TO LINE-ACCOUNT
           MOVE GL-DC-FLAG OF ADJ-RECORD TO LINE-DC
           MOVE GL-AMOUNT  OF ADJ-RECORD TO LINE-AMOUNT
           PERFORM 4000-ADD-LINE.

       4000-ADD-LINE.
           IF LINE-DC = "D"
               ADD LINE-AMOUNT TO TOTAL-DEBITS
           ELSE
               ADD LINE-AMOUNT TO TOTAL-CREDITS
           END-IF
           ADD 1 TO TOTAL-LINES
           PERFORM 4100-FIND-ACCOUNT
           IF ACCT-HIT-IDX > 0
               ADD 1 TO AT-LINES(ACCT-HIT-IDX)
               IF LINE-DC = "D"
                   ADD LINE-AMOUNT TO AT-DEBITS(ACCT-HIT-IDX)
               ELSE
                   ADD LINE-AMOUNT TO AT-CREDITS(ACCT-HIT-IDX)
               END-IF
           END-IF
           PERFORM 4200-FIND-SOURCE
           IF SRC-HIT-IDX > 0
               ADD 1 TO ST-LINES(SRC-HIT-IDX)
               IF LINE-DC = "D"
                   ADD LINE-AMOUNT TO ST-DEBITS(SRC-HIT-IDX)
               ELSE
                   ADD LINE-AMOUNT TO ST-CREDITS(SRC-HIT-IDX)
               END-IF
           END-IF.

       4100-FIND-ACCOUNT.
      * Kept in account order - a new account is slotted in where it
      * belongs, the ones above it moved down a place.
           MOVE 0 TO ACCT-HIT-IDX
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT OR ACCT-HIT-IDX > 0
               IF AT-ACCOUNT(ACCT-IDX) = LINE-ACCOUNT
                   MOVE ACCT-IDX TO ACCT-HIT-IDX
               END-IF
           END-PERFORM
           IF ACCT-HIT-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF ACCT-COUNT NOT < 500
               ADD 1 TO ACCT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ACCT-HIT-IDX
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               IF AT-ACCOUNT(ACCT-IDX) < LINE-ACCOUNT
                   COMPUTE ACCT-HIT-IDX = ACCT-IDX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING SHIFT-IDX FROM ACCT-COUNT BY -1
                   UNTIL SHIFT-IDX < ACCT-HIT-IDX
               MOVE ACCT-ENTRY(SHIFT-IDX) TO ACCT-ENTRY(SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO ACCT-COUNT
           MOVE LINE-ACCOUNT TO AT-ACCOUNT(ACCT-HIT-IDX)
           MOVE ZERO TO AT-DEBITS(ACCT-HIT-IDX)
           MOVE ZERO TO AT-CREDITS(ACCT-HIT-IDX)
           MOVE 0 TO AT-LINES(ACCT-HIT-IDX).

       4200-FIND-SOURCE.
           MOVE 0 TO SRC-HIT-IDX
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-COUNT
               IF ST-KIND(SRC-IDX) = LINE-KIND
                   MOVE SRC-IDX TO SRC-HIT-IDX
               END-IF
           END-PERFORM
           IF SRC-HIT-IDX > 0 OR SRC-COUNT NOT < 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SRC-COUNT
           MOVE SRC-COUNT TO SRC-HIT-IDX
           MOVE LINE-KIND TO ST-KIND(SRC-HIT-IDX)
           MOVE ZERO TO ST-DEBITS(SRC-HIT-IDX)
           MOVE ZERO TO ST-CREDITS(SRC-HIT-IDX)
           MOVE 0 TO ST-LINES(SRC-HIT-IDX).

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       7000-WRITE-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"  TO RW-ACTION
           MOVE "TBRPT" TO RW-FILE-NAME
           STRING "TRIAL BALANCE FOR " DELIMITED BY SIZE
                  WANT-PERIOD          DELIMITED BY SIZE
               INTO RW-TITLE
           END-STRING
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "ACCOUNT"  TO RPT-LINE
           MOVE "DEBITS"   TO RPT-LINE(22:6)
           MOVE "CREDITS"  TO RPT-LINE(40:7)
           MOVE "NET"      TO RPT-LINE(63:3)
           MOVE "LINES"    TO RPT-LINE(67:5)
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               MOVE AT-DEBITS(ACCT-IDX)  TO DEBIT-EDITED
               MOVE AT-CREDITS(ACCT-IDX) TO CREDIT-EDITED
               COMPUTE NET-WORK =
                   AT-DEBITS(ACCT-IDX) - AT-CREDITS(ACCT-IDX)
               MOVE NET-WORK TO NET-EDITED
               MOVE AT-LINES(ACCT-IDX) TO LINES-EDITED
               STRING AT-ACCOUNT(ACCT-IDX) DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      DEBIT-EDITED  DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      CREDIT-EDITED DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      NET-EDITED    DELIMITED BY SIZE
                      LINES-EDITED(4:6) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM
           IF ACCT-COUNT = 0
               MOVE "NOTHING POSTED IN THE PERIOD" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF ACCT-OVERFLOW > 0
               MOVE ACCT-OVERFLOW TO LINES-EDITED
               STRING "MORE THAN 500 ACCOUNTS - " DELIMITED BY SIZE
                      LINES-EDITED DELIMITED BY SIZE
                      " LINES NOT ANALYSED BY ACCOUNT"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF

           MOVE TOTAL-DEBITS  TO DEBIT-EDITED
           MOVE TOTAL-CREDITS TO CREDIT-EDITED
           COMPUTE NET-WORK = TOTAL-DEBITS - TOTAL-CREDITS
           MOVE NET-WORK TO NET-EDITED
           MOVE TOTAL-LINES TO LINES-EDITED
           STRING "TOTAL    " DELIMITED BY SIZE
                  DEBIT-EDITED  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  CREDIT-EDITED DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  NET-EDITED    DELIMITED BY SIZE
                  LINES-EDITED(4:6) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           IF NET-WORK = ZERO
               MOVE "PROOF: DEBITS EQUAL CREDITS - THE PERIOD BALANCES"
                   TO RPT-LINE
           ELSE
               STRING "PROOF FAILS: THE PERIOD IS OUT OF BALANCE BY "
                          DELIMITED BY SIZE
                      NET-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 6800-WRITE-RPT-LINE

           PERFORM 6800-WRITE-RPT-LINE
           MOVE "BY SOURCE" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-COUNT
               MOVE ST-DEBITS(SRC-IDX)  TO DEBIT-EDITED
               MOVE ST-CREDITS(SRC-IDX) TO CREDIT-EDITED
               COMPUTE NET-WORK =
                   ST-DEBITS(SRC-IDX) - ST-CREDITS(SRC-IDX)
               MOVE NET-WORK TO NET-EDITED
               MOVE ST-LINES(SRC-IDX) TO LINES-EDITED
               STRING ST-KIND(SRC-IDX)(1:8) DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      DEBIT-EDITED  DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      CREDIT-EDITED DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      NET-EDITED    DELIMITED BY SIZE
                      LINES-EDITED(4:6) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM
           IF RESENT-COUNT > 0
               MOVE RESENT-COUNT TO LINES-EDITED
               STRING "BATCHES ON THE ARCHIVE MORE THAN ONCE, COUNTED"
                          DELIMITED BY SIZE
                      " ONCE:" DELIMITED BY SIZE
                      LINES-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF

           IF UNBAL-COUNT > 0
               PERFORM 6800-WRITE-RPT-LINE
               MOVE "BATCHES OUT OF BALANCE IN THE PERIOD" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM VARYING UNBAL-IDX FROM 1 BY 1
                       UNTIL UNBAL-IDX > UNBAL-COUNT OR UNBAL-IDX > 20
                   MOVE UB-BATCH-NO(UNBAL-IDX) TO BATCH-EDITED
                   MOVE UB-DIFF(UNBAL-IDX) TO NET-EDITED
                   STRING "  BATCH " DELIMITED BY SIZE
                          BATCH-EDITED DELIMITED BY SIZE
                          " "          DELIMITED BY SIZE
                          UB-KIND(UNBAL-IDX) DELIMITED BY SIZE
                          " DEBITS LESS CREDITS " DELIMITED BY SIZE
                          NET-EDITED   DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 6800-WRITE-RPT-LINE
               END-PERFORM
           END-IF
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       END PROGRAM TRIAL-BAL.
