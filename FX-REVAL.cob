       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVAL.

      *****************************************************************
      * FX-REVAL - month-end revaluation of the foreign-currency
      * positions. Each night converts its own per-currency
      * subtotals at that day's factor, and the position they build
      * up (SUMFXPOS, see CBFXPOS) stays carried at those booked
      * rates - so the base-currency balance drifted from
      * treasury's, who value it at the month-end rate. Run by the
      * batch wrapper after every clean scan:
      *   - on the calendar's month-end day (SUMCAL "E"), every
      *     table's currency position is revalued at the day's
      *     factor off the rate history (SUMFXHIST - the feed as the
      *     scan loaded and checked it): revalued = position x
      *     month-end rate, and the difference from the booked base
      *     is the unrealized gain or loss. One balanced pair per
      *     currency - a gain debits the *FXCTL* translation control
      *     account and credits *FXGAIN*, a loss debits *FXLOSS*
      *     and credits *FXCTL* (SUMACCT reserved categories, as in
      *     force for the date; an unmapped one lands on *SUSPENSE*,
      *     alerted) - as one REVALUE batch per table in the
      *     CBGLPOST envelope, carrying the table's legal entity
      *     (ENTITY-OF), numbered in that entity's series off
      *     SUMGLSEQ, entered on SUMGLREG. A table with no entity
      *     is not revalued. A month already revalued for a table
      *     is not revalued twice.
      *   - on the first run in a later month, every REVALUE batch no
      *     REVERSAL entry answers is reversed - mirrored off the
      *     posting archive with the sides turned over and today's
      *     date, as the scan reverses its accruals - so the booked
      *     base is all the ledger carries into the new month. The
      *     reversal goes out in the revaluation's own series.
      * The schedule prints per currency: position, old rate (the
      * booked base over the position - the rate it is carried at),
      * new rate, booked and revalued base, and the difference.
      * Report to FXREVRPT.
      *
      * RC 0 = revalued / reversed, or nothing due; 4 = a currency
      * with no month-end rate, no account to post to or no
      * entity; 8 = a revaluation that could not be reversed, or no
      * batch number could be had off SUMGLSEQ (alerted).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FXPOSFILE ASSIGN TO "SUMFXPOS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS FXP-KEY
               FILE STATUS IS FXPOS-FILE-STATUS.
           SELECT OPTIONAL FXHISTFILE ASSIGN TO "SUMFXHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FXHIST-FILE-STATUS.
           SELECT CALFILE ASSIGN TO "SUMCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT ACCTMAP ASSIGN TO "SUMACCT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT OPTIONAL GLPOST ASSIGN TO "SUMGLPST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           SELECT OPTIONAL GLARCFILE ASSIGN TO "SUMGLARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLARC-FILE-STATUS.
           SELECT OPTIONAL GLREGFILE ASSIGN TO "SUMGLREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLREG-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXPOSFILE.
           COPY CBFXPOS.

       FD  FXHISTFILE.
           COPY CBFXHIST.

       FD  CALFILE.
           COPY CBCAL.

       FD  ACCTMAP.
           COPY CBACCTM.

       FD  GLPOST.
           COPY CBGLPOST.

       FD  GLARCFILE.
      * Byte image of the CBGLPOST record, as TEST-SUM archives it.
       01  GLARC-RECORD          PIC X(61).

       FD  GLREGFILE.
           COPY CBGLREG.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 FXPOS-FILE-STATUS   PIC XX.
           88 FXPOS-FILE-OK       VALUE "00".
       01 FXHIST-FILE-STATUS  PIC XX.
           88 FXHIST-FILE-OK      VALUE "00".
       01 CAL-FILE-STATUS     PIC XX.
           88 CAL-FILE-OK         VALUE "00".
       01 ACCT-FILE-STATUS    PIC XX.
           88 ACCT-FILE-OK        VALUE "00".
       01 GL-FILE-STATUS      PIC XX.
           88 GL-FILE-OK          VALUE "00".
       01 GLARC-FILE-STATUS   PIC XX.
           88 GLARC-FILE-OK       VALUE "00".
       01 GLREG-FILE-STATUS   PIC XX.
           88 GLREG-FILE-OK       VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 EOF-FLAG            PIC X.
           88 FILE-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 BUSINESS-DATE       PIC X(10).
      * The period the business date is in, per PERIOD-OF - the
      * calendar month, or the fiscal period where the shop keeps
      * SUMFPER, whose "E" days are then the period ends.
       01 REVAL-PERIOD        PIC X(7).
       01 REVAL-START-DATE    PIC X(10).
       01 REVAL-END-DATE      PIC X(10).
           COPY CBPERQ.
       01 CURRENT-DATE-WORK   PIC X(21).
       01 MONTH-END-FLAG      PIC X VALUE "N".
           88 CAL-IS-MONTH-END    VALUE "Y".

      * The month-end factors - the last history entry for each
      * currency as of the business date.
       01 RATE-COUNT          PIC 99 COMP-5 VALUE 0.
       01 RATE-TABLE-WS.
           05 RATE-ENTRY OCCURS 20 TIMES.
               10 RATE-WS-CURRENCY PIC X(3).
               10 RATE-WS-FACTOR   PIC 9(3)V9(6) COMP-3.
       01 RATE-IDX            PIC 99 COMP-5.
       01 RATE-HIT-IDX        PIC 99 COMP-5.

      * Reserved SUMACCT categories the revaluation posts to.
       01 FXCTL-ACCOUNT       PIC X(8).
       01 FXGAIN-ACCOUNT      PIC X(8).
       01 FXLOSS-ACCOUNT      PIC X(8).
       01 SUSPENSE-ACCOUNT    PIC X(8).

      * Each table + currency's latest position up to the business
      * date - the ledger is keyed table + currency + date, so the
      * last record read before the currency changes is the one.
       01 POS-COUNT           PIC 999 COMP-5 VALUE 0.
       01 POS-TABLE-WS.
           05 POS-ENTRY OCCURS 200 TIMES.
               10 PS-TABLE-NAME   PIC X(30).
               10 PS-CURRENCY     PIC X(3).
               10 PS-POSITION     PIC S9(11)V99 COMP-3.
               10 PS-BOOKED-BASE  PIC S9(11)V99 COMP-3.
       01 POS-IDX             PIC 999 COMP-5.
       01 POS-OVERFLOW-FLAG   PIC X VALUE "N".
           88 POS-TABLE-FULL      VALUE "Y".

      * Tables to revalue, in the order the ledger gives them.
       01 TBL-COUNT           PIC 99 COMP-5 VALUE 0.
       01 TBL-TABLE-WS.
           05 TBL-ENTRY OCCURS 20 TIMES.
               10 TB-NAME         PIC X(30).
               10 TB-DONE-FLAG    PIC X.
       01 TBL-IDX             PIC 99 COMP-5.
       01 TBL-HIT-IDX         PIC 99 COMP-5.

      * REVALUE batches on the register, each marked off by the
      * REVERSAL entry that names it.
       01 REVAL-REG-COUNT     PIC 99 COMP-5 VALUE 0.
       01 REVAL-REG-TABLE.
           05 REVAL-REG-ENTRY OCCURS 60 TIMES.
               10 RR-BATCH-NO     PIC 9(6).
               10 RR-RUN-DATE     PIC X(10).
               10 RR-TABLE-NAME   PIC X(30).
               10 RR-ENTITY       PIC X(6).
               10 RR-REVERSED     PIC X.
       01 RR-IDX              PIC 99 COMP-5.

      * A reversal is the archived batch's detail lines with the
      * sides turned over, held between reading the archive and
      * appending the new batch to it.
           COPY CBGLPOST REPLACING ==GLPOST-RECORD== BY ==ARC-RECORD==
                                   LEADING ==GL-== BY ==ARC-==.
       01 REV-LINE-COUNT      PIC 9(3) COMP-5 VALUE 0.
       01 REV-LINE-TABLE.
           05 REV-LINE OCCURS 200 TIMES PIC X(61).
       01 REV-IDX             PIC 9(3) COMP-5.
       01 REV-FOUND-FLAG      PIC X.
           88 REV-BATCH-FOUND     VALUE "Y".
       01 REV-COPY-FLAG       PIC X.
           88 REV-COPYING         VALUE "Y".
       01 REV-OVERFLOW-FLAG   PIC X.
           88 REV-TOO-LARGE       VALUE "Y".

      * The revaluation of one currency and the batch envelope.
       01 OLD-RATE            PIC 9(3)V9(6) COMP-3.
       01 REVALUED-BASE       PIC S9(11)V99 COMP-3.
       01 REVAL-DIFF          PIC S9(11)V99 COMP-3.
       01 TABLE-DIFF          PIC S9(11)V99 COMP-3.
       01 POST-REFERENCE      PIC X(30).
       01 DEBIT-ACCOUNT       PIC X(8).
       01 CREDIT-ACCOUNT      PIC X(8).
       01 BATCH-OPEN-FLAG     PIC X VALUE "N".
           88 BATCH-IS-OPEN       VALUE "Y".
       01 GL-BATCH-NO         PIC 9(6) VALUE 0.
       01 GL-LINE-COUNT       PIC 9(5) VALUE 0.
       01 GL-PAIR-COUNT       PIC 9(9) VALUE 0.
       01 GL-BATCH-HASH       PIC 9(15) COMP-3 VALUE 0.
       01 GL-REG-REFERENCE    PIC X(10).
       01 GL-REG-REVERSES     PIC 9(6) VALUE 0.
       01 GL-REG-TABLE        PIC X(30).
           COPY CBGLSQQ.
           COPY CBENTQ.
       01 POST-ENTITY         PIC X(6).
       01 SEQUENCE-FLAG       PIC X VALUE "N".
           88 SEQUENCE-REFUSED    VALUE "Y".
       01 GLREG-LAST-BATCH    PIC 9(6) VALUE 0.
       01 BATCHES-CUT         PIC 99 COMP-5 VALUE 0.
       01 REVERSALS-CUT       PIC 99 COMP-5 VALUE 0.
       01 WARNING-COUNT       PIC 99 COMP-5 VALUE 0.
       01 REVERSAL-FAIL-COUNT PIC 99 COMP-5 VALUE 0.

       01 AMOUNT-EDITED       PIC -ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-2-EDITED     PIC -ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-3-EDITED     PIC -ZZZ,ZZZ,ZZ9.99.
       01 RATE-EDITED         PIC ZZ9.999999.
       01 RATE-2-EDITED       PIC ZZ9.999999.
       01 COUNT-EDITED        PIC Z9.
       01 COUNT-2-EDITED      PIC Z9.
       01 GL-BATCH-EDITED     PIC ZZZZZ9.
       01 REV-BATCH-EDITED    PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SET-BUSINESS-DATE
           SET PERQ-BY-DATE TO TRUE
           MOVE BUSINESS-DATE TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           MOVE PERQ-PERIOD-ID  TO REVAL-PERIOD
           MOVE PERQ-START-DATE TO REVAL-START-DATE
           MOVE PERQ-END-DATE   TO REVAL-END-DATE
           PERFORM 1100-CHECK-CALENDAR
           PERFORM 1200-LOAD-ACCT-MAP
           PERFORM 6000-START-REPORT
           PERFORM 2000-SCAN-REGISTER

      * Reversals first - last month's revaluation goes back out
      * before anything else touches the new month.
           PERFORM VARYING RR-IDX FROM 1 BY 1
                   UNTIL RR-IDX > REVAL-REG-COUNT OR SEQUENCE-REFUSED
               IF RR-REVERSED(RR-IDX) NOT = "Y" AND
                  RR-RUN-DATE(RR-IDX) < REVAL-START-DATE
                   PERFORM 2200-CUT-REVERSAL-BATCH
               END-IF
           END-PERFORM

           IF CAL-IS-MONTH-END AND NOT SEQUENCE-REFUSED
               PERFORM 3000-LOAD-MONTH-END-RATES
               PERFORM 3100-LOAD-POSITIONS
               IF POS-COUNT = 0
                   MOVE "NO CURRENCY POSITIONS ON SUMFXPOS TO REVALUE"
                       TO RPT-LINE
                   PERFORM 6800-WRITE-RPT-LINE
               END-IF
               PERFORM VARYING TBL-IDX FROM 1 BY 1
                       UNTIL TBL-IDX > TBL-COUNT OR SEQUENCE-REFUSED
                   PERFORM 4000-REVALUE-TABLE
               END-PERFORM
           END-IF
           IF NOT CAL-IS-MONTH-END
               MOVE "NOT THE MONTH-END BUSINESS DAY - NO REVALUATION"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF SEQUENCE-REFUSED
               MOVE "NO BATCH NUMBER OFF SUMGLSEQ - POSTING STOPPED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6900-END-REPORT

           MOVE BATCHES-CUT TO COUNT-EDITED
           MOVE REVERSALS-CUT TO COUNT-2-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "FX REVALUATION: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " BATCH(ES), " DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " REVERSAL(S) CUT - SEE FXREVRPT" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           EVALUATE TRUE
               WHEN REVERSAL-FAIL-COUNT > 0 OR SEQUENCE-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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

       1100-CHECK-CALENDAR.
      * The month-end day is the calendar's "E" day, the same day
      * the scan cuts its accruals and runs the roll-up.
           MOVE "N" TO MONTH-END-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CALFILE
           IF NOT CAL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ CALFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF CAL-DATE = BUSINESS-DATE AND
                          CAL-DAY-TYPE = "E"
                           SET CAL-IS-MONTH-END TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALFILE.

       1200-LOAD-ACCT-MAP.
           MOVE SPACES TO FXCTL-ACCOUNT
           MOVE SPACES TO FXGAIN-ACCOUNT
           MOVE SPACES TO FXLOSS-ACCOUNT
           MOVE SPACES TO SUSPENSE-ACCOUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ACCTMAP
           IF NOT ACCT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ ACCTMAP
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF (MAP-EFF-FROM NOT = SPACES AND
                           MAP-EFF-FROM > BUSINESS-DATE) OR
                          (MAP-EFF-TO NOT = SPACES AND
                           MAP-EFF-TO < BUSINESS-DATE)
                           CONTINUE
                       ELSE
                       EVALUATE MAP-CATEGORY
                           WHEN "*FXCTL*"
                               MOVE MAP-ACCOUNT TO FXCTL-ACCOUNT
                           WHEN "*FXGAIN*"
                               MOVE MAP-ACCOUNT TO FXGAIN-ACCOUNT
                           WHEN "*FXLOSS*"
                               MOVE MAP-ACCOUNT TO FXLOSS-ACCOUNT
                           WHEN "*SUSPENSE*"
                               MOVE MAP-ACCOUNT TO SUSPENSE-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAP.

       2000-SCAN-REGISTER.
      * The register is appended in cut order, so a reversal always
      * follows the revaluation it names.
           MOVE 0 TO REVAL-REG-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GLREGFILE
           IF GLREG-FILE-STATUS NOT = "00" AND
              GLREG-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ GLREGFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-NOTE-REGISTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE GLREGFILE.

       2100-NOTE-REGISTER-ENTRY.
           EVALUATE GREG-REFERENCE
               WHEN "REVALUE"
      * Keep the latest 60 - the oldest falls off the front, long
      * since reversed in any shop that runs every month.
                   IF REVAL-REG-COUNT >= 60
                       PERFORM VARYING RR-IDX FROM 1 BY 1
                               UNTIL RR-IDX >= REVAL-REG-COUNT
                           MOVE REVAL-REG-ENTRY(RR-IDX + 1)
                               TO REVAL-REG-ENTRY(RR-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM REVAL-REG-COUNT
                   END-IF
                   ADD 1 TO REVAL-REG-COUNT
                   MOVE GREG-BATCH-NO TO RR-BATCH-NO(REVAL-REG-COUNT)
                   MOVE GREG-RUN-DATE TO RR-RUN-DATE(REVAL-REG-COUNT)
                   MOVE GREG-TABLE-NAME
                       TO RR-TABLE-NAME(REVAL-REG-COUNT)
                   MOVE GREG-ENTITY TO RR-ENTITY(REVAL-REG-COUNT)
                   MOVE "N" TO RR-REVERSED(REVAL-REG-COUNT)
      * Only a reversal in the revaluation's own series answers it -
      * every entity's series reuses the same numbers.
               WHEN "REVERSAL"
                   IF GREG-REVERSES-BATCH NUMERIC
                       PERFORM VARYING RR-IDX FROM 1 BY 1
                               UNTIL RR-IDX > REVAL-REG-COUNT
                           IF RR-BATCH-NO(RR-IDX) =
                              GREG-REVERSES-BATCH AND
                              RR-ENTITY(RR-IDX) = GREG-ENTITY
                               MOVE "Y" TO RR-REVERSED(RR-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       2200-CUT-REVERSAL-BATCH.
      * The revaluation as it went out, off the posting archive,
      * every detail line's side turned over and dated today. One
      * the archive no longer holds cannot be mirrored - alerted,
      * and left open for GLREG-RPT to show.
           MOVE 0 TO REV-LINE-COUNT
           MOVE "N" TO REV-FOUND-FLAG
           MOVE "N" TO REV-COPY-FLAG
           MOVE "N" TO REV-OVERFLOW-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GLARCFILE
           IF GLARC-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ GLARCFILE INTO ARC-RECORD
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 2300-TAKE-ARCHIVED-LINE
                   END-READ
               END-PERFORM
               CLOSE GLARCFILE
           END-IF
           MOVE RR-BATCH-NO(RR-IDX) TO GL-BATCH-EDITED
           IF NOT REV-BATCH-FOUND OR REV-TOO-LARGE
               ADD 1 TO REVERSAL-FAIL-COUNT
               MOVE SPACES TO LOG-TEXT
               IF REV-TOO-LARGE
                   STRING "REVALUATION BATCH " DELIMITED BY SIZE
                          GL-BATCH-EDITED DELIMITED BY SIZE
                          " OVER 200 LINES - REVERSE BY HAND"
                              DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
               ELSE
                   STRING "REVALUATION BATCH " DELIMITED BY SIZE
                          GL-BATCH-EDITED DELIMITED BY SIZE
                          " NOT ON SUMGLARC - REVERSAL NOT CUT"
                              DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
               END-IF
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE SPACES TO RPT-LINE
               STRING "** " DELIMITED BY SIZE
                      LOG-TEXT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE RR-ENTITY(RR-IDX) TO POST-ENTITY
           PERFORM 5000-ASSIGN-BATCH-NUMBER
           IF SEQUENCE-REFUSED
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GLPOST
           OPEN EXTEND GLARCFILE
           MOVE 0 TO GL-LINE-COUNT
           MOVE 0 TO GL-PAIR-COUNT
           MOVE ZERO TO GL-BATCH-HASH
           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-HEADER TO TRUE
           MOVE GL-BATCH-NO   TO GL-HDR-BATCH-NO
           MOVE BUSINESS-DATE TO GL-HDR-RUN-DATE
           MOVE POST-ENTITY   TO GL-HDR-ENTITY
           STRING "REVERSAL OF " DELIMITED BY SIZE
                  GL-BATCH-EDITED DELIMITED BY SIZE
               INTO GL-HDR-REFERENCE
           END-STRING
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           PERFORM VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > REV-LINE-COUNT
               MOVE REV-LINE(REV-IDX) TO GLPOST-RECORD
               PERFORM 5100-HASH-POSTING-LINE
               WRITE GLPOST-RECORD
               WRITE GLARC-RECORD FROM GLPOST-RECORD
               ADD 1 TO GL-LINE-COUNT
           END-PERFORM
           COMPUTE GL-PAIR-COUNT = GL-LINE-COUNT / 2
           PERFORM 5200-WRITE-TRAILER
           MOVE "REVERSAL" TO GL-REG-REFERENCE
           MOVE RR-BATCH-NO(RR-IDX) TO GL-REG-REVERSES
           MOVE RR-TABLE-NAME(RR-IDX) TO GL-REG-TABLE
           PERFORM 5300-REGISTER-BATCH
           MOVE "Y" TO RR-REVERSED(RR-IDX)
           ADD 1 TO REVERSALS-CUT
           MOVE GL-BATCH-NO TO REV-BATCH-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "REVALUATION BATCH " DELIMITED BY SIZE
                  GL-BATCH-EDITED DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  RR-RUN-DATE(RR-IDX) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  RR-TABLE-NAME(RR-IDX) DELIMITED BY SPACE
                  ") REVERSED AS BATCH " DELIMITED BY SIZE
                  REV-BATCH-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       2300-TAKE-ARCHIVED-LINE.
      * Copying switches on at the batch's header and off at its
      * trailer, the GL-REGEN way of walking the archive. The
      * number is only unique within the revaluation's series.
           IF ARC-IS-HEADER
               IF ARC-HDR-BATCH-NO = RR-BATCH-NO(RR-IDX) AND
                  ARC-HDR-ENTITY = RR-ENTITY(RR-IDX)
                   SET REV-COPYING TO TRUE
                   SET REV-BATCH-FOUND TO TRUE
               ELSE
                   MOVE "N" TO REV-COPY-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT REV-COPYING
               EXIT PARAGRAPH
           END-IF
           IF ARC-IS-TRAILER
               MOVE "N" TO REV-COPY-FLAG
               EXIT PARAGRAPH
           END-IF
           IF REV-LINE-COUNT >= 200
               SET REV-TOO-LARGE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE BUSINESS-DATE TO ARC-POST-DATE
           IF ARC-DC-FLAG = "D"
               MOVE "C" TO ARC-DC-FLAG
           ELSE
               MOVE "D" TO ARC-DC-FLAG
           END-IF
           ADD 1 TO REV-LINE-COUNT
           MOVE ARC-RECORD TO REV-LINE(REV-LINE-COUNT).

       3000-LOAD-MONTH-END-RATES.
      * The history is appended once per feed as-of date, after the
      * scan's envelope and movement checks - the rates the night
      * actually converted at. A currency's later entry for the
      * date replaces an earlier one.
           MOVE 0 TO RATE-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT FXHISTFILE
           IF NOT FXHIST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ FXHISTFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF FXH-ASOF-DATE = BUSINESS-DATE AND
                          FXH-FACTOR NUMERIC AND
                          FXH-FACTOR NOT = ZERO
                           PERFORM 3010-TAKE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXHISTFILE.

       3010-TAKE-RATE.
           MOVE 0 TO RATE-HIT-IDX
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF RATE-WS-CURRENCY(RATE-IDX) = FXH-CURRENCY
                   MOVE RATE-IDX TO RATE-HIT-IDX
               END-IF
           END-PERFORM
           IF RATE-HIT-IDX = 0
               IF RATE-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RATE-COUNT
               MOVE RATE-COUNT TO RATE-HIT-IDX
               MOVE FXH-CURRENCY TO RATE-WS-CURRENCY(RATE-HIT-IDX)
           END-IF
           MOVE FXH-FACTOR TO RATE-WS-FACTOR(RATE-HIT-IDX).

       3100-LOAD-POSITIONS.
           MOVE 0 TO POS-COUNT
           MOVE 0 TO TBL-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT FXPOSFILE
           IF NOT FXPOS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ FXPOSFILE NEXT
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF FXP-RUN-DATE NOT > BUSINESS-DATE
                           PERFORM 3110-TAKE-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXPOSFILE.

       3110-TAKE-POSITION.
           IF POS-COUNT > 0
               IF PS-TABLE-NAME(POS-COUNT) = FXP-TABLE-NAME AND
                  PS-CURRENCY(POS-COUNT) = FXP-CURRENCY
                   MOVE FXP-POSITION    TO PS-POSITION(POS-COUNT)
                   MOVE FXP-BOOKED-BASE TO PS-BOOKED-BASE(POS-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF POS-COUNT >= 200
               IF NOT POS-TABLE-FULL
                   SET POS-TABLE-FULL TO TRUE
                   ADD 1 TO WARNING-COUNT
                   MOVE "FX REVALUATION: OVER 200 POSITIONS HELD"
                       TO LOG-TEXT
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TBL-HIT-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               IF TB-NAME(TBL-IDX) = FXP-TABLE-NAME
                   MOVE TBL-IDX TO TBL-HIT-IDX
               END-IF
           END-PERFORM
           IF TBL-HIT-IDX = 0
               IF TBL-COUNT >= 20
                   IF NOT POS-TABLE-FULL
                       SET POS-TABLE-FULL TO TRUE
                       ADD 1 TO WARNING-COUNT
                       MOVE "FX REVALUATION: OVER 20 TABLES HELD"
                           TO LOG-TEXT
                       MOVE "W" TO LOG-SEV
                       CALL "LOGGER" USING BY REFERENCE LOG-TEXT,
                           LOG-SEV
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TBL-COUNT
               MOVE FXP-TABLE-NAME TO TB-NAME(TBL-COUNT)
               MOVE "N" TO TB-DONE-FLAG(TBL-COUNT)
           END-IF
           ADD 1 TO POS-COUNT
           MOVE FXP-TABLE-NAME  TO PS-TABLE-NAME(POS-COUNT)
           MOVE FXP-CURRENCY    TO PS-CURRENCY(POS-COUNT)
           MOVE FXP-POSITION    TO PS-POSITION(POS-COUNT)
           MOVE FXP-BOOKED-BASE TO PS-BOOKED-BASE(POS-COUNT).

       4000-REVALUE-TABLE.
           PERFORM 6800-WRITE-RPT-LINE
           STRING "TABLE " DELIMITED BY SIZE
                  TB-NAME(TBL-IDX) DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
      * One revaluation per table per month - a rerun of the "E"
      * day finds its own REVALUE entry and leaves it standing.
           PERFORM VARYING RR-IDX FROM 1 BY 1
                   UNTIL RR-IDX > REVAL-REG-COUNT
               IF RR-TABLE-NAME(RR-IDX) = TB-NAME(TBL-IDX) AND
                  RR-RUN-DATE(RR-IDX) NOT < REVAL-START-DATE AND
                  RR-RUN-DATE(RR-IDX) NOT > REVAL-END-DATE
                   MOVE "Y" TO TB-DONE-FLAG(TBL-IDX)
               END-IF
           END-PERFORM
           IF TB-DONE-FLAG(TBL-IDX) = "Y"
               MOVE "  ALREADY REVALUED THIS MONTH - SKIPPED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "FX REVALUATION: " DELIMITED BY SIZE
                      TB-NAME(TBL-IDX) DELIMITED BY SPACE
                      " ALREADY REVALUED THIS MONTH" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
      * The batch carries the table's entity and is numbered in its
      * series - the nightly run's rule, and its refusal when the
      * table has no entity.
           MOVE SPACES TO POST-ENTITY
           SET ENTQ-FOR-TABLE TO TRUE
           MOVE TB-NAME(TBL-IDX) TO ENTQ-CODE
           CALL "ENTITY-OF" USING BY REFERENCE ENTQ-REQUEST
           IF NOT ENTQ-WAS-FOUND
               ADD 1 TO WARNING-COUNT
               MOVE "  ** NO LEGAL ENTITY - NOT REVALUED **"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "FX REVALUATION: NO LEGAL ENTITY FOR "
                          DELIMITED BY SIZE
                      TB-NAME(TBL-IDX) DELIMITED BY SPACE
                      " - NOT POSTED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE ENTQ-ENTITY TO POST-ENTITY
           MOVE "N" TO BATCH-OPEN-FLAG
           MOVE ZERO TO TABLE-DIFF
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > POS-COUNT OR SEQUENCE-REFUSED
               IF PS-TABLE-NAME(POS-IDX) = TB-NAME(TBL-IDX)
                   PERFORM 4100-REVALUE-CURRENCY
               END-IF
           END-PERFORM
           IF SEQUENCE-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE TABLE-DIFF TO AMOUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  UNREALIZED GAIN/(LOSS)" DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF BATCH-IS-OPEN
               PERFORM 5200-WRITE-TRAILER
               MOVE "REVALUE" TO GL-REG-REFERENCE
               MOVE 0 TO GL-REG-REVERSES
               MOVE TB-NAME(TBL-IDX) TO GL-REG-TABLE
               PERFORM 5300-REGISTER-BATCH
               ADD 1 TO BATCHES-CUT
               MOVE GL-BATCH-NO TO GL-BATCH-EDITED
               MOVE SPACES TO RPT-LINE
               STRING "  LEDGER BATCH " DELIMITED BY SIZE
                      GL-BATCH-EDITED DELIMITED BY SIZE
                      " - REVERSES ON THE FIRST RUN NEXT MONTH"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       4100-REVALUE-CURRENCY.
           MOVE 0 TO RATE-HIT-IDX
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF RATE-WS-CURRENCY(RATE-IDX) = PS-CURRENCY(POS-IDX)
                   MOVE RATE-IDX TO RATE-HIT-IDX
               END-IF
           END-PERFORM
           IF PS-POSITION(POS-IDX) = ZERO
               MOVE ZERO TO OLD-RATE
           ELSE
               COMPUTE OLD-RATE ROUNDED =
                   PS-BOOKED-BASE(POS-IDX) / PS-POSITION(POS-IDX)
           END-IF
           MOVE PS-POSITION(POS-IDX) TO AMOUNT-EDITED
           MOVE OLD-RATE TO RATE-EDITED
           MOVE SPACES TO RPT-LINE
           IF RATE-HIT-IDX = 0
               STRING "  " DELIMITED BY SIZE
                      PS-CURRENCY(POS-IDX) DELIMITED BY SIZE
                      " POSITION" DELIMITED BY SIZE
                      AMOUNT-EDITED DELIMITED BY SIZE
                      "  OLD RATE " DELIMITED BY SIZE
                      RATE-EDITED DELIMITED BY SIZE
                      "  ** NO MONTH-END RATE **" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               ADD 1 TO WARNING-COUNT
               MOVE SPACES TO LOG-TEXT
               STRING "FX REVALUATION: NO MONTH-END RATE FOR "
                          DELIMITED BY SIZE
                      PS-CURRENCY(POS-IDX) DELIMITED BY SIZE
                      " - NOT REVALUED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF

           COMPUTE REVALUED-BASE ROUNDED =
               PS-POSITION(POS-IDX) * RATE-WS-FACTOR(RATE-HIT-IDX)
           COMPUTE REVAL-DIFF = REVALUED-BASE - PS-BOOKED-BASE(POS-IDX)
           ADD REVAL-DIFF TO TABLE-DIFF
           MOVE RATE-WS-FACTOR(RATE-HIT-IDX) TO RATE-2-EDITED
           STRING "  " DELIMITED BY SIZE
                  PS-CURRENCY(POS-IDX) DELIMITED BY SIZE
                  " POSITION" DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "  OLD RATE " DELIMITED BY SIZE
                  RATE-EDITED DELIMITED BY SIZE
                  "  NEW RATE " DELIMITED BY SIZE
                  RATE-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE PS-BOOKED-BASE(POS-IDX) TO AMOUNT-EDITED
           MOVE REVALUED-BASE TO AMOUNT-2-EDITED
           MOVE REVAL-DIFF TO AMOUNT-3-EDITED
           STRING "      BOOKED" DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  " REVALUED" DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
                  " DIFF" DELIMITED BY SIZE
                  AMOUNT-3-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF REVAL-DIFF = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-POST-DIFFERENCE.

       4200-POST-DIFFERENCE.
      * A gain takes the translation control account up and credits
      * unrealized gain; a loss the other way about.
           IF REVAL-DIFF > 0
               MOVE FXCTL-ACCOUNT  TO DEBIT-ACCOUNT
               MOVE FXGAIN-ACCOUNT TO CREDIT-ACCOUNT
           ELSE
               MOVE FXLOSS-ACCOUNT TO DEBIT-ACCOUNT
               MOVE FXCTL-ACCOUNT  TO CREDIT-ACCOUNT
           END-IF
           IF DEBIT-ACCOUNT = SPACES OR CREDIT-ACCOUNT = SPACES
               IF SUSPENSE-ACCOUNT = SPACES
                   ADD 1 TO WARNING-COUNT
                   MOVE SPACES TO LOG-TEXT
                   STRING "FX REVALUATION: NO ACCOUNT OR SUSPENSE FOR "
                              DELIMITED BY SIZE
                          PS-CURRENCY(POS-IDX) DELIMITED BY SIZE
                          " - NOT POSTED" DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
                   MOVE "      ** NOT POSTED - NO ACCOUNT MAPPED **"
                       TO RPT-LINE
                   PERFORM 6800-WRITE-RPT-LINE
                   EXIT PARAGRAPH
               END-IF
               IF DEBIT-ACCOUNT = SPACES
                   MOVE SUSPENSE-ACCOUNT TO DEBIT-ACCOUNT
               END-IF
               IF CREDIT-ACCOUNT = SPACES
                   MOVE SUSPENSE-ACCOUNT TO CREDIT-ACCOUNT
               END-IF
               MOVE SPACES TO LOG-TEXT
               STRING "FX REVALUATION OF " DELIMITED BY SIZE
                      PS-CURRENCY(POS-IDX) DELIMITED BY SIZE
                      " POSTED TO SUSPENSE" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF

           IF NOT BATCH-IS-OPEN
               PERFORM 4300-OPEN-BATCH
               IF SEQUENCE-REFUSED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO POST-REFERENCE
           STRING TB-NAME(TBL-IDX) DELIMITED BY SPACE
                  "/REVAL " DELIMITED BY SIZE
                  PS-CURRENCY(POS-IDX) DELIMITED BY SIZE
               INTO POST-REFERENCE
           END-STRING

           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-DETAIL TO TRUE
           MOVE BUSINESS-DATE  TO GL-POST-DATE
           MOVE DEBIT-ACCOUNT  TO GL-ACCOUNT
           MOVE "D"            TO GL-DC-FLAG
           MOVE POST-REFERENCE TO GL-REFERENCE
           COMPUTE GL-AMOUNT = FUNCTION ABS(REVAL-DIFF)
           PERFORM 5100-HASH-POSTING-LINE
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD

           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-DETAIL TO TRUE
           MOVE BUSINESS-DATE  TO GL-POST-DATE
           MOVE CREDIT-ACCOUNT TO GL-ACCOUNT
           MOVE "C"            TO GL-DC-FLAG
           MOVE POST-REFERENCE TO GL-REFERENCE
           COMPUTE GL-AMOUNT = FUNCTION ABS(REVAL-DIFF)
           PERFORM 5100-HASH-POSTING-LINE
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           ADD 1 TO GL-PAIR-COUNT.

       4300-OPEN-BATCH.
           PERFORM 5000-ASSIGN-BATCH-NUMBER
           IF SEQUENCE-REFUSED
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GLPOST
           OPEN EXTEND GLARCFILE
           SET BATCH-IS-OPEN TO TRUE
           MOVE 0 TO GL-PAIR-COUNT
           MOVE ZERO TO GL-BATCH-HASH
           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-HEADER TO TRUE
           MOVE GL-BATCH-NO   TO GL-HDR-BATCH-NO
           MOVE BUSINESS-DATE TO GL-HDR-RUN-DATE
           MOVE POST-ENTITY   TO GL-HDR-ENTITY
           STRING "REVALUE " DELIMITED BY SIZE
                  REVAL-PERIOD DELIMITED BY SIZE
               INTO GL-HDR-REFERENCE
           END-STRING
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD.

       5000-ASSIGN-BATCH-NUMBER.
      * The entity's series on the same sequence control the
      * nightly run numbers that entity's batches from. No number
      * means the control could not be kept - nothing more posts.
           MOVE POST-ENTITY TO GLSQ-ENTITY
           CALL "GLSEQ-NEXT" USING BY REFERENCE GLSQ-REQUEST
           MOVE GLSQ-BATCH-NO TO GL-BATCH-NO
           IF GL-BATCH-NO = 0
               SET SEQUENCE-REFUSED TO TRUE
               MOVE "  ** NO BATCH NUMBER - NOT POSTED **" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       5100-HASH-POSTING-LINE.
      * In cents, high-order overflow dropped - the envelope hash
      * convention CBGLPOST sets.
           COMPUTE GL-BATCH-HASH =
               FUNCTION MOD(GL-BATCH-HASH + GL-AMOUNT * 100,
                            1000000000000000).

       5200-WRITE-TRAILER.
           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-TRAILER TO TRUE
           MOVE GL-PAIR-COUNT TO GL-TRL-PAIR-COUNT
           MOVE GL-BATCH-NO   TO GL-TRL-BATCH-NO
           MOVE GL-BATCH-HASH TO GL-TRL-HASH
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           CLOSE GLARCFILE
           CLOSE GLPOST
           MOVE "N" TO BATCH-OPEN-FLAG.

       5300-REGISTER-BATCH.
      * Gap check against the register before the entry goes on, as
      * the nightly run does for its own batches - against the last
      * entry in the entity's series.
           MOVE 0 TO GLREG-LAST-BATCH
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GLREGFILE
           IF GLREG-FILE-STATUS = "00" OR GLREG-FILE-STATUS = "05"
               PERFORM UNTIL FILE-AT-EOF
                   READ GLREGFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF GREG-BATCH-NO NUMERIC AND
                              GREG-ENTITY = POST-ENTITY
                               MOVE GREG-BATCH-NO TO GLREG-LAST-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLREGFILE
           END-IF
           IF GLREG-LAST-BATCH > 0 AND
              GL-BATCH-NO NOT = GLREG-LAST-BATCH + 1
               MOVE GL-BATCH-NO TO GL-BATCH-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "BATCH NUMBER GAP: "  DELIMITED BY SIZE
                      POST-ENTITY           DELIMITED BY SPACE
                      "/"                   DELIMITED BY SIZE
                      GL-BATCH-EDITED       DELIMITED BY SIZE
                      " NOT LAST REGISTER ENTRY PLUS ONE"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF
           OPEN EXTEND GLREGFILE
           MOVE SPACES TO GLREG-RECORD
           MOVE GL-BATCH-NO      TO GREG-BATCH-NO
           MOVE BUSINESS-DATE    TO GREG-RUN-DATE
           MOVE GL-REG-TABLE     TO GREG-TABLE-NAME
           MOVE POST-ENTITY      TO GREG-ENTITY
           MOVE GL-PAIR-COUNT    TO GREG-PAIR-COUNT
           MOVE GL-BATCH-HASH    TO GREG-HASH
           MOVE GL-REG-REFERENCE TO GREG-REFERENCE
           MOVE GL-REG-REVERSES  TO GREG-REVERSES-BATCH
           MOVE FUNCTION CURRENT-DATE (1:16) TO GREG-CUT-TS
           WRITE GLREG-RECORD
           CLOSE GLREGFILE.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "FXREVRPT" TO RW-FILE-NAME
           MOVE "FOREIGN-CURRENCY REVALUATION" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           IF CAL-IS-MONTH-END
               STRING "MONTH-END REVALUATION SCHEDULE AS OF "
                          DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING "REVALUATION REVERSALS AS OF " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6900-END-REPORT.
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       END PROGRAM FX-REVAL.
