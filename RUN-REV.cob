       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-REV.

      *****************************************************************
      * RUN-REV - backs a promoted night out, given its run number
      * (env REVRUN). A night promoted off the wrong database or the
      * wrong card used to mean hand edits across half a dozen
      * files. The run's records on SUMRUNH (see CBRUNH) say which
      * business date and tables it wrote; from there each step
      * undoes one thing the run did, in order:
      *   TREND  its SUMTREND entry taken off again
      *   BALL   its SUMBALL day deleted
      *   GL     every batch it cut - the nightly ORIGINAL and the
      *          ALLOCATION and SALESTAX batches cut off its figures
      *          - answered by a registered REVERSAL batch, the
      *          archived lines with their sides turned over, dated
      *          the original business date
      *   OFFM   its SUMOFFM record retracted
      *   DB2    the date re-published to head office's table from
      *          the master as it now stands (DB2-PUBLISH, PUBDATE)
      *   RUNH   the run stamped REVERSED on SUMRUNH
      * Each step is journaled on SUMREVJ (see CBREVJ) before and
      * after it runs; a rerun with the same run number resumes at
      * the first step not finished. The DB2 step cannot run from
      * here - DB2-PUBLISH needs the precompiler - so it ends the
      * program with RC 2 until SUMPUBST shows the date re-published;
      * run_reversal.sh runs DB2-PUBLISH and resumes.
      *
      * Refused up front: a run not on SUMRUNH or that did not end
      * OK, a run a later OK run of the same date and table has
      * replaced, a table whose SUMBALL already carries later days,
      * and a business date in a closed period - that figure can
      * only move through a dated OFFM-ADJ adjustment. The month-end
      * accrual batches a run cuts come off SUMACCR, not the scan,
      * and are left standing.
      *
      * RC 0 = run reversed, 2 = DB2 re-publish still to run,
      * 4 = reversal refused or already done, 8 = no usable run
      * number or a step failed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHFILE ASSIGN TO "SUMRUNH"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS RUNH-FILE-STATUS.
           SELECT OPTIONAL REVJFILE ASSIGN TO "SUMREVJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REVJ-FILE-STATUS.
           SELECT OPTIONAL TRENDLOG ASSIGN TO "SUMTREND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREND-FILE-STATUS.
           SELECT BALLFILE ASSIGN TO "SUMBALL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BALL-KEY
               FILE STATUS IS BALL-FILE-STATUS.
           SELECT OFFMAST ASSIGN TO "SUMOFFM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS OFFM-KEY
               FILE STATUS IS OFFM-FILE-STATUS.
           SELECT OPTIONAL CLOSEFILE ASSIGN TO "SUMCLOSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLOSE-FILE-STATUS.
           SELECT OPTIONAL GLREGFILE ASSIGN TO "SUMGLREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLREG-FILE-STATUS.
           SELECT OPTIONAL GLARCFILE ASSIGN TO "SUMGLARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLARC-FILE-STATUS.
           SELECT OPTIONAL GLPOST ASSIGN TO "SUMGLPST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           SELECT OPTIONAL PUBSTFILE ASSIGN TO "SUMPUBST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PUBST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNHFILE.
           COPY CBRUNH.

       FD  REVJFILE.
           COPY CBREVJ.

       FD  TRENDLOG.
           COPY CBTREND.

       FD  BALLFILE.
           COPY CBBALL.

       FD  OFFMAST.
           COPY CBOFFM.

       FD  CLOSEFILE.
           COPY CBCLOSE.

       FD  GLREGFILE.
           COPY CBGLREG.

       FD  GLARCFILE.
           COPY CBGLPOST.

       FD  GLPOST.
      * Byte image of the CBGLPOST record - grows in step with
      * that copybook.
       01  GLOUT-RECORD          PIC X(61).

       FD  PUBSTFILE.
           COPY CBPUBST.

       WORKING-STORAGE SECTION.
       01 RUNH-FILE-STATUS   PIC XX.
           88 RUNH-FILE-OK       VALUE "00".
       01 REVJ-FILE-STATUS   PIC XX.
           88 REVJ-FILE-OK       VALUE "00" "05".
       01 TREND-FILE-STATUS  PIC XX.
           88 TREND-FILE-OK      VALUE "00" "05".
       01 BALL-FILE-STATUS   PIC XX.
           88 BALL-FILE-OK       VALUE "00".
       01 OFFM-FILE-STATUS   PIC XX.
           88 OFFM-FILE-OK       VALUE "00".
       01 CLOSE-FILE-STATUS  PIC XX.
           88 CLOSE-FILE-OK      VALUE "00" "05".
       01 GLREG-FILE-STATUS  PIC XX.
           88 GLREG-FILE-OK      VALUE "00" "05".
       01 GLARC-FILE-STATUS  PIC XX.
           88 GLARC-FILE-OK      VALUE "00" "05".
       01 GL-FILE-STATUS     PIC XX.
       01 PUBST-FILE-STATUS  PIC XX.
           88 PUBST-FILE-OK      VALUE "00" "05".
       01 EOF-FLAG           PIC X.
           88 AT-EOF             VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 REVRUN-INPUT       PIC X(6).
       01 REV-RUN-NUMBER     PIC 9(6).
       01 RUN-DATE           PIC X(10).
       01 RUN-SHOWN          PIC 9(6).
       01 RUN-EDITED         PIC Z(5)9.
       01 COUNT-EDITED       PIC ZZZ9.
       01 NOW-TS             PIC X(16).
       01 REFUSED-FLAG       PIC X VALUE "N".
           88 REVERSAL-REFUSED   VALUE "Y".
       01 ALREADY-FLAG       PIC X VALUE "N".
           88 ALREADY-REVERSED   VALUE "Y".

      * The run's records on SUMRUNH - one for a single-table run,
      * one per table plus the *MANIFEST* record for a manifest run.
      * Only a table whose own run ended OK wrote anything to back
      * out; every record is stamped REVERSED at the end.
       01 RUN-TABLE-COUNT    PIC 99 COMP-5 VALUE 0.
       01 RUN-TABLE-WS.
           05 RT-ENTRY OCCURS 30 TIMES.
               10 RT-TABLE-NAME  PIC X(30).
               10 RT-START-TS    PIC X(16).
               10 RT-TOTAL       PIC S9(9)V99 COMP-3.
               10 RT-ROWS        PIC 9(9).
               10 RT-OK          PIC X.
       01 RT-IDX             PIC 99 COMP-5.
       01 RT-HIT-IDX         PIC 99 COMP-5.
       01 RUN-OK-COUNT       PIC 99 COMP-5 VALUE 0.

      * The steps in order - the PROMOTE target-list shape - and
      * where the journal says each one stands.
       01 STEP-LIST.
           05 STEP-NAMES.
               10 FILLER PIC X(6) VALUE "TREND".
               10 FILLER PIC X(6) VALUE "BALL".
               10 FILLER PIC X(6) VALUE "GL".
               10 FILLER PIC X(6) VALUE "OFFM".
               10 FILLER PIC X(6) VALUE "DB2".
               10 FILLER PIC X(6) VALUE "RUNH".
           05 STEP-NAME REDEFINES STEP-NAMES
               OCCURS 6 TIMES PIC X(6).
       01 STEP-STATE-WS.
           05 STEP-ENTRY OCCURS 6 TIMES.
               10 STEP-STATE     PIC X.
               10 STEP-START-TS  PIC X(16).
       01 STEP-IDX           PIC 9 COMP-5.
       01 STEP-HIT-IDX       PIC 9 COMP-5.
       01 JOURNALED-COUNT    PIC 99 COMP-5 VALUE 0.
      * C complete, K skipped, P waiting on DB2-PUBLISH, F failed.
       01 STEP-RESULT        PIC X.
       01 STEP-DETAIL        PIC X(40).
       01 STOP-FLAG          PIC X VALUE "N".
           88 REVERSAL-STOPPED   VALUE "Y".
       01 JOURNAL-STATUS     PIC X.
       01 FIRST-ATTEMPT-FLAG PIC X.
           88 FIRST-ATTEMPT      VALUE "Y".

      * Trend history held while the run's entries are taken out.
       01 TREND-COUNT        PIC 9(5) COMP-5 VALUE 0.
       01 TREND-TABLE-WS.
           05 TR-ENTRY OCCURS 20000 TIMES.
               10 TR-IMAGE       PIC X(37).
               10 TR-DROP        PIC X.
       01 TR-IDX             PIC 9(5) COMP-5.
       01 TR-HIT-IDX         PIC 9(5) COMP-5.
       01 TREND-DROPPED      PIC 9(5) COMP-5.
       01 TREND-FULL-FLAG    PIC X.
           88 TREND-TOO-LARGE    VALUE "Y".

      * Period-close lookup - the OFFMAST-UPD rule.
       01 RUN-PERIOD         PIC X(7).
       01 RUN-YEAR           PIC X(4).
           COPY CBPERQ.
       01 PERIOD-CLOSED-FLAG PIC X VALUE "N".
           88 PERIOD-IS-CLOSED   VALUE "Y".

      * The batches the run cut, off the posting archive, and the
      * header reference each kind carries.
       01 ORIGINAL-REF       PIC X(30).
       01 ALLOCATION-REF     PIC X(30).
       01 SALESTAX-REF       PIC X(30).
       01 RUN-NUMBER-PLAIN   PIC 9(6).
       01 CUT-COUNT          PIC 99 COMP-5 VALUE 0.
       01 CUT-TABLE-WS.
           05 CB-ENTRY OCCURS 50 TIMES.
               10 CB-BATCH-NO    PIC 9(6).
               10 CB-ENTITY      PIC X(6).
               10 CB-TABLE-NAME  PIC X(30).
               10 CB-REVERSED    PIC X.
       01 CB-IDX             PIC 99 COMP-5.
       01 CB-HIT-IDX         PIC 99 COMP-5.
       01 CUT-FULL-FLAG      PIC X.
           88 CUT-TABLE-FULL     VALUE "Y".
       01 REVERSED-COUNT     PIC 99 COMP-5.
       01 GL-FAIL-FLAG       PIC X.
           88 GL-STEP-FAILED     VALUE "Y".

      * One reversal batch - the archived lines, sides turned over,
      * held between reading the archive and appending the batch.
       01 REV-LINE-COUNT     PIC 9(3) COMP-5 VALUE 0.
       01 REV-LINE-TABLE.
           05 REV-LINE OCCURS 200 TIMES PIC X(61).
       01 REV-IDX            PIC 9(3) COMP-5.
       01 REV-COPY-FLAG      PIC X.
           88 REV-COPYING        VALUE "Y".
       01 REV-OVERFLOW-FLAG  PIC X.
           88 REV-TOO-LARGE      VALUE "Y".
       01 GL-BATCH-NO        PIC 9(6).
       01 GL-LINE-COUNT      PIC 9(5).
       01 GL-PAIR-COUNT      PIC 9(9).
       01 GL-BATCH-HASH      PIC 9(15).
       01 HASH-WORK          PIC 9(16).
       01 HASH-QUOTIENT      PIC 9.
       01 GL-BATCH-EDITED    PIC ZZZZZ9.
       01 REV-BATCH-EDITED   PIC ZZZZZ9.
           COPY CBGLPOST REPLACING ==GLPOST-RECORD== BY ==POST-LINE==
                                   LEADING ==GL-== BY ==PL-==.
           COPY CBGLSQQ.

      * DB2 re-publication, as SUMPUBST records it.
       01 PUBLISHED-FLAG     PIC X.
           88 DATE-WAS-PUBLISHED VALUE "Y".
       01 REPUB-FLAG         PIC X.
           88 DATE-REPUBLISHED   VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           ACCEPT REVRUN-INPUT FROM ENVIRONMENT "REVRUN"
           MOVE 0 TO REV-RUN-NUMBER
           IF REVRUN-INPUT NOT = SPACES AND
              FUNCTION TEST-NUMVAL(REVRUN-INPUT) = 0
               COMPUTE REV-RUN-NUMBER = FUNCTION NUMVAL(REVRUN-INPUT)
           END-IF
           IF REV-RUN-NUMBER = 0
               MOVE "RUN-REV: REVRUN NOT SET TO A RUN NUMBER"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE REV-RUN-NUMBER TO RUN-SHOWN
           MOVE REV-RUN-NUMBER TO RUN-EDITED

           PERFORM 1000-FIND-RUN
           IF RUN-TABLE-COUNT = 0
               MOVE SPACES TO LOG-TEXT
               STRING "RUN-REV: RUN " DELIMITED BY SIZE
                      RUN-SHOWN DELIMITED BY SIZE
                      " NOT ON SUMRUNH - NOTHING TO REVERSE"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF ALREADY-REVERSED
               MOVE SPACES TO LOG-TEXT
               STRING "RUN-REV: RUN " DELIMITED BY SIZE
                      RUN-SHOWN DELIMITED BY SIZE
                      " IS ALREADY REVERSED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LOAD-JOURNAL
           PERFORM 1200-CHECK-REVERSIBLE
           IF REVERSAL-REFUSED
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO LOG-TEXT
           IF JOURNALED-COUNT > 0
               STRING "RUN-REV: RESUMING REVERSAL OF RUN "
                          DELIMITED BY SIZE
                      RUN-SHOWN DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
           ELSE
               STRING "RUN-REV: REVERSING RUN " DELIMITED BY SIZE
                      RUN-SHOWN DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      RUN-DATE DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
           END-IF
           MOVE "W" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV

           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > 6 OR REVERSAL-STOPPED
               IF STEP-STATE(STEP-IDX) NOT = "C" AND
                  STEP-STATE(STEP-IDX) NOT = "K"
                   PERFORM 2000-RUN-ONE-STEP
               END-IF
           END-PERFORM
           IF REVERSAL-STOPPED
               GOBACK
           END-IF

           MOVE SPACES TO LOG-TEXT
           STRING "RUN-REV: RUN " DELIMITED BY SIZE
                  RUN-SHOWN DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " REVERSED" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "W" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-FIND-RUN.
      * One pass in key order. A later run of the same date and
      * table sorts after the run's own record, so the check for a
      * replacing run is made against the tables found so far.
           OPEN INPUT RUNHFILE
           IF NOT RUNH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ RUNHFILE NEXT RECORD
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1010-TAKE-RUNH-RECORD
               END-READ
           END-PERFORM
           CLOSE RUNHFILE.

       1010-TAKE-RUNH-RECORD.
           IF RUNH-RUN-NUMBER NUMERIC AND
              RUNH-RUN-NUMBER = REV-RUN-NUMBER
               IF RUN-TABLE-COUNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RUN-TABLE-COUNT
               MOVE RUNH-TABLE-NAME TO RT-TABLE-NAME(RUN-TABLE-COUNT)
               MOVE RUNH-START-TS   TO RT-START-TS(RUN-TABLE-COUNT)
               MOVE RUNH-TOTAL      TO RT-TOTAL(RUN-TABLE-COUNT)
               MOVE RUNH-ROWS       TO RT-ROWS(RUN-TABLE-COUNT)
               MOVE "N"             TO RT-OK(RUN-TABLE-COUNT)
               IF RUNH-OUTCOME-CODE = "OK" AND
                  RUNH-TABLE-NAME NOT = "*MANIFEST*"
                   MOVE "Y" TO RT-OK(RUN-TABLE-COUNT)
                   ADD 1 TO RUN-OK-COUNT
               END-IF
               MOVE RUNH-RUN-DATE TO RUN-DATE
               IF RUNH-REVERSED-TS NOT = SPACES
                   SET ALREADY-REVERSED TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF RUNH-OUTCOME-CODE NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RUN-TABLE-COUNT
               IF RT-OK(RT-IDX) = "Y" AND
                  RUNH-RUN-DATE = RUN-DATE AND
                  RUNH-TABLE-NAME = RT-TABLE-NAME(RT-IDX) AND
                  RUNH-START-TS > RT-START-TS(RT-IDX) AND
                  RUNH-REVERSED-TS = SPACES
                   MOVE "L" TO RT-OK(RT-IDX)
               END-IF
           END-PERFORM.

       1100-LOAD-JOURNAL.
      * The last word on each step wins; a step's start time is
      * its first STARTED entry since it last finished.
           PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 6
               MOVE SPACES TO STEP-STATE(STEP-IDX)
               MOVE SPACES TO STEP-START-TS(STEP-IDX)
           END-PERFORM
           MOVE 0 TO JOURNALED-COUNT
           OPEN INPUT REVJFILE
           IF NOT REVJ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ REVJFILE
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       IF RJ-RUN-NUMBER = REV-RUN-NUMBER
                           PERFORM 1110-TAKE-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVJFILE.

       1110-TAKE-JOURNAL-ENTRY.
           MOVE 0 TO STEP-HIT-IDX
           PERFORM VARYING STEP-IDX FROM 1 BY 1 UNTIL STEP-IDX > 6
               IF STEP-NAME(STEP-IDX) = RJ-STEP
                   MOVE STEP-IDX TO STEP-HIT-IDX
               END-IF
           END-PERFORM
           IF STEP-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JOURNALED-COUNT
           IF RJ-IS-STARTED
               IF STEP-STATE(STEP-HIT-IDX) NOT = "S"
                   MOVE RJ-WRITTEN-TS TO STEP-START-TS(STEP-HIT-IDX)
               END-IF
           END-IF
           MOVE RJ-STATUS TO STEP-STATE(STEP-HIT-IDX).

       1200-CHECK-REVERSIBLE.
      * Each refusal leaves its reason in LOG-TEXT for the alert.
           MOVE SPACES TO LOG-TEXT
           IF RUN-OK-COUNT = 0
               STRING "RUN-REV: RUN " DELIMITED BY SIZE
                      RUN-SHOWN DELIMITED BY SIZE
                      " DID NOT END OK - NOTHING WAS PROMOTED"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               PERFORM 1290-REFUSE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RUN-TABLE-COUNT
               IF RT-OK(RT-IDX) = "L" AND NOT REVERSAL-REFUSED
                   STRING "RUN-REV: A LATER RUN OF " DELIMITED BY SIZE
                          RT-TABLE-NAME(RT-IDX) DELIMITED BY SPACE
                          " IS IN FORCE - REFUSED" DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   PERFORM 1290-REFUSE
               END-IF
           END-PERFORM
           IF REVERSAL-REFUSED
               EXIT PARAGRAPH
           END-IF

      * Once a step has started the checks it guards are moot - the
      * ledger day is already gone, or the master record is.
           IF STEP-STATE(2) NOT = "C" AND STEP-STATE(2) NOT = "K"
               PERFORM 1210-CHECK-LATER-BALANCES
               IF REVERSAL-REFUSED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF STEP-STATE(4) NOT = "C" AND STEP-STATE(4) NOT = "K"
               PERFORM 1220-CHECK-PERIOD-CLOSE
               IF PERIOD-IS-CLOSED
                   MOVE SPACES TO LOG-TEXT
                   STRING "RUN-REV: " DELIMITED BY SIZE
                          RUN-PERIOD DELIMITED BY SPACE
                          " IS CLOSED - USE OFFM-ADJ, REVERSAL REFUSED"
                              DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   PERFORM 1290-REFUSE
               END-IF
           END-IF.

       1210-CHECK-LATER-BALANCES.
      * A later day's opening carries this day's closing - taking
      * this day out from under it would leave the ledger wrong
      * from here on. The latest night is backed out first.
           OPEN INPUT BALLFILE
           IF NOT BALL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RUN-TABLE-COUNT OR REVERSAL-REFUSED
               IF RT-OK(RT-IDX) = "Y"
                   MOVE RT-TABLE-NAME(RT-IDX) TO BALL-TABLE-NAME
                   MOVE RUN-DATE              TO BALL-RUN-DATE
                   START BALLFILE KEY IS GREATER THAN BALL-KEY
                   IF BALL-FILE-OK
                       READ BALLFILE NEXT RECORD
                       IF BALL-FILE-OK AND
                          BALL-TABLE-NAME = RT-TABLE-NAME(RT-IDX)
                           STRING "RUN-REV: SUMBALL HAS "
                                      DELIMITED BY SIZE
                                  BALL-TABLE-NAME DELIMITED BY SPACE
                                  " AFTER " DELIMITED BY SIZE
                                  RUN-DATE DELIMITED BY SIZE
                                  " - REFUSED" DELIMITED BY SIZE
                               INTO LOG-TEXT
                           END-STRING
                           PERFORM 1290-REFUSE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BALLFILE.

       1220-CHECK-PERIOD-CLOSE.
      * The OFFMAST-UPD rule: the last SUMCLOSE record for the
      * date's period, or for its whole year, is the one in force.
           MOVE "N" TO PERIOD-CLOSED-FLAG
           SET PERQ-BY-DATE TO TRUE
           MOVE RUN-DATE TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           MOVE PERQ-PERIOD-ID TO RUN-PERIOD
           MOVE PERQ-YEAR TO RUN-YEAR
           OPEN INPUT CLOSEFILE
           IF NOT CLOSE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ CLOSEFILE
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       IF CLOSE-PERIOD = RUN-PERIOD OR
                          CLOSE-PERIOD(1:4) = RUN-YEAR AND
                          CLOSE-PERIOD(5:3) = SPACES
                           IF CLOSE-IS-CLOSED
                               SET PERIOD-IS-CLOSED TO TRUE
                           ELSE
                               MOVE "N" TO PERIOD-CLOSED-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSEFILE.

       1290-REFUSE.
           SET REVERSAL-REFUSED TO TRUE
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV.

       2000-RUN-ONE-STEP.
      * STARTED goes on the journal once per attempt at the step - a
      * step already STARTED keeps the time it first started, which
      * is what the DB2 step measures re-publication against.
           MOVE "N" TO FIRST-ATTEMPT-FLAG
           IF STEP-STATE(STEP-IDX) NOT = "S"
               SET FIRST-ATTEMPT TO TRUE
               MOVE "S" TO JOURNAL-STATUS
               MOVE SPACES TO STEP-DETAIL
               PERFORM 7000-JOURNAL-STEP
               MOVE "S" TO STEP-STATE(STEP-IDX)
               MOVE NOW-TS TO STEP-START-TS(STEP-IDX)
           END-IF
           MOVE SPACES TO STEP-DETAIL
           MOVE "F" TO STEP-RESULT
           EVALUATE STEP-IDX
               WHEN 1
                   PERFORM 3000-STEP-TREND
               WHEN 2
                   PERFORM 3100-STEP-BALL
               WHEN 3
                   PERFORM 3200-STEP-GL
               WHEN 4
                   PERFORM 3300-STEP-OFFM
               WHEN 5
                   PERFORM 3400-STEP-DB2
               WHEN 6
                   PERFORM 3500-STEP-RUNH
           END-EVALUATE
           EVALUATE STEP-RESULT
               WHEN "C"
               WHEN "K"
                   MOVE STEP-RESULT TO JOURNAL-STATUS
                   PERFORM 7000-JOURNAL-STEP
                   MOVE STEP-RESULT TO STEP-STATE(STEP-IDX)
                   MOVE SPACES TO LOG-TEXT
                   STRING "RUN-REV: " DELIMITED BY SIZE
                          STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          STEP-DETAIL DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               WHEN "P"
                   SET REVERSAL-STOPPED TO TRUE
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   SET REVERSAL-STOPPED TO TRUE
                   MOVE SPACES TO LOG-TEXT
                   STRING "RUN-REV: STEP " DELIMITED BY SIZE
                          STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                          " FAILED - FIX AND RERUN TO RESUME"
                              DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "E" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       3000-STEP-TREND.
      * SUMTREND is a plain sequential file - held whole, and
      * written back without the run's entries. An entry written
      * before the run number was carried is matched by date,
      * total and row count, the last one only, and only on the
      * step's first attempt: once it has gone a second match
      * would be some other night's.
           MOVE 0 TO TREND-COUNT
           MOVE 0 TO TREND-DROPPED
           MOVE "N" TO TREND-FULL-FLAG
           OPEN INPUT TRENDLOG
           IF NOT TREND-FILE-OK
               MOVE "F" TO STEP-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ TRENDLOG
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       IF TREND-COUNT < 20000
                           ADD 1 TO TREND-COUNT
                           MOVE TREND-RECORD TO TR-IMAGE(TREND-COUNT)
                           MOVE "N" TO TR-DROP(TREND-COUNT)
                           IF TREND-RUN-NUMBER NUMERIC AND
                              TREND-RUN-NUMBER = REV-RUN-NUMBER
                               MOVE "Y" TO TR-DROP(TREND-COUNT)
                               ADD 1 TO TREND-DROPPED
                           END-IF
                       ELSE
                           SET TREND-TOO-LARGE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRENDLOG
           IF TREND-TOO-LARGE
               MOVE "RUN-REV: SUMTREND OVER 20000 ENTRIES - BY HAND"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE "F" TO STEP-RESULT
               EXIT PARAGRAPH
           END-IF

           IF TREND-DROPPED = 0 AND FIRST-ATTEMPT
               PERFORM 3010-MATCH-UNNUMBERED-TREND
           END-IF
           IF TREND-DROPPED = 0
               MOVE "K" TO STEP-RESULT
               MOVE "NO SUMTREND ENTRY FOR THE RUN" TO STEP-DETAIL
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TRENDLOG
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TREND-COUNT
               IF TR-DROP(TR-IDX) NOT = "Y"
                   MOVE TR-IMAGE(TR-IDX) TO TREND-RECORD
                   WRITE TREND-RECORD
               END-IF
           END-PERFORM
           CLOSE TRENDLOG
           MOVE TREND-DROPPED TO COUNT-EDITED
           STRING "SUMTREND ENTRIES REMOVED: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO STEP-DETAIL
           END-STRING
           MOVE "C" TO STEP-RESULT.

       3010-MATCH-UNNUMBERED-TREND.
      * SUMTREND is kept for single-table runs only, so the run's
      * one OK table is the one to match.
           IF RUN-OK-COUNT NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RT-HIT-IDX
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RUN-TABLE-COUNT
               IF RT-OK(RT-IDX) = "Y"
                   MOVE RT-IDX TO RT-HIT-IDX
               END-IF
           END-PERFORM
           MOVE 0 TO TR-HIT-IDX
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TREND-COUNT
               MOVE TR-IMAGE(TR-IDX) TO TREND-RECORD
               IF TREND-RUN-NUMBER NOT NUMERIC AND
                  TREND-RUN-DATE = RUN-DATE AND
                  TREND-TOTAL = RT-TOTAL(RT-HIT-IDX) AND
                  TREND-ROW-COUNT = RT-ROWS(RT-HIT-IDX)
                   MOVE TR-IDX TO TR-HIT-IDX
               END-IF
           END-PERFORM
           IF TR-HIT-IDX > 0
               MOVE "Y" TO TR-DROP(TR-HIT-IDX)
               ADD 1 TO TREND-DROPPED
           END-IF.

       3100-STEP-BALL.
      * A day already gone was taken out by an earlier attempt.
           MOVE 0 TO REVERSED-COUNT
           OPEN I-O BALLFILE
           IF NOT BALL-FILE-OK
               MOVE "K" TO STEP-RESULT
               MOVE "NO SUMBALL LEDGER" TO STEP-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RUN-TABLE-COUNT
               IF RT-OK(RT-IDX) = "Y"
                   MOVE RT-TABLE-NAME(RT-IDX) TO BALL-TABLE-NAME
                   MOVE RUN-DATE              TO BALL-RUN-DATE
                   READ BALLFILE
                   IF BALL-FILE-OK
                       DELETE BALLFILE RECORD
                       ADD 1 TO REVERSED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BALLFILE
           IF REVERSED-COUNT = 0
               MOVE "K" TO STEP-RESULT
               MOVE "NO SUMBALL DAY FOR THE RUN" TO STEP-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE REVERSED-COUNT TO COUNT-EDITED
           STRING "SUMBALL DAYS DELETED: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO STEP-DETAIL
           END-STRING
           MOVE "C" TO STEP-RESULT.

       3200-STEP-GL.
      * ALLOC-POST and TAX-POST print the run number zero-
      * suppressed, the nightly batch in full.
           MOVE REV-RUN-NUMBER TO RUN-NUMBER-PLAIN
           MOVE SPACES TO ORIGINAL-REF ALLOCATION-REF SALESTAX-REF
           STRING "ORIGINAL R" DELIMITED BY SIZE
                  RUN-NUMBER-PLAIN DELIMITED BY SIZE
               INTO ORIGINAL-REF
           END-STRING
           STRING "ALLOCATION R" DELIMITED BY SIZE
                  RUN-EDITED DELIMITED BY SIZE
               INTO ALLOCATION-REF
           END-STRING
           STRING "SALESTAX R" DELIMITED BY SIZE
                  RUN-EDITED DELIMITED BY SIZE
               INTO SALESTAX-REF
           END-STRING

           PERFORM 3210-FIND-RUN-BATCHES
           IF CUT-TABLE-FULL
               MOVE "RUN-REV: OVER 50 BATCHES FOR THE RUN - BY HAND"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE "F" TO STEP-RESULT
               EXIT PARAGRAPH
           END-IF
           IF CUT-COUNT = 0
               MOVE "K" TO STEP-RESULT
               MOVE "NO BATCH ON SUMGLARC FOR THE RUN" TO STEP-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM 3220-SCAN-REGISTER

           MOVE 0 TO REVERSED-COUNT
           MOVE "N" TO GL-FAIL-FLAG
           PERFORM VARYING CB-IDX FROM 1 BY 1
                   UNTIL CB-IDX > CUT-COUNT OR GL-STEP-FAILED
               IF CB-REVERSED(CB-IDX) NOT = "Y"
                   PERFORM 3250-CUT-REVERSAL-BATCH
               END-IF
           END-PERFORM
           IF GL-STEP-FAILED
               MOVE "F" TO STEP-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE CUT-COUNT TO COUNT-EDITED
           STRING "BATCHES REVERSED: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO STEP-DETAIL
           END-STRING
           MOVE "C" TO STEP-RESULT.

       3210-FIND-RUN-BATCHES.
           MOVE 0 TO CUT-COUNT
           MOVE "N" TO CUT-FULL-FLAG
           OPEN INPUT GLARCFILE
           IF NOT GLARC-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ GLARCFILE
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       IF GL-IS-HEADER AND
                          (GL-HDR-REFERENCE = ORIGINAL-REF OR
                           GL-HDR-REFERENCE = ALLOCATION-REF OR
                           GL-HDR-REFERENCE = SALESTAX-REF)
                           PERFORM 3215-NOTE-RUN-BATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLARCFILE.

       3215-NOTE-RUN-BATCH.
           IF CUT-COUNT >= 50
               SET CUT-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CUT-COUNT
           MOVE GL-HDR-BATCH-NO TO CB-BATCH-NO(CUT-COUNT)
           MOVE GL-HDR-ENTITY   TO CB-ENTITY(CUT-COUNT)
           MOVE SPACES          TO CB-TABLE-NAME(CUT-COUNT)
           MOVE "N"             TO CB-REVERSED(CUT-COUNT).

       3220-SCAN-REGISTER.
      * The register names each batch's table, and a REVERSAL entry
      * already naming a batch means an earlier attempt cut it - a
      * batch number is only unique within its entity's series.
           OPEN INPUT GLREGFILE
           IF NOT GLREG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ GLREGFILE
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3225-MATCH-REGISTER-ENTRY
               END-READ
           END-PERFORM
           CLOSE GLREGFILE.

       3225-MATCH-REGISTER-ENTRY.
           PERFORM VARYING CB-IDX FROM 1 BY 1
                   UNTIL CB-IDX > CUT-COUNT
               IF GREG-ENTITY = CB-ENTITY(CB-IDX)
                   IF GREG-REFERENCE = "REVERSAL"
                       IF GREG-REVERSES-BATCH NUMERIC AND
                          GREG-REVERSES-BATCH = CB-BATCH-NO(CB-IDX)
                           MOVE "Y" TO CB-REVERSED(CB-IDX)
                       END-IF
                   ELSE
                       IF GREG-BATCH-NO = CB-BATCH-NO(CB-IDX)
                           MOVE GREG-TABLE-NAME
                               TO CB-TABLE-NAME(CB-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3250-CUT-REVERSAL-BATCH.
      * The TEST-SUM accrual-reversal shape: the archived batch's
      * detail lines with their sides turned over, under a new
      * number in the same entity's series. Too large a batch is
      * refused whole - a part-reversal would leave the ledger half
      * unposted.
           MOVE 0 TO REV-LINE-COUNT
           MOVE "N" TO REV-COPY-FLAG
           MOVE "N" TO REV-OVERFLOW-FLAG
           OPEN INPUT GLARCFILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL AT-EOF
               READ GLARCFILE
                   AT END
                       SET AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3260-TAKE-ARCHIVED-LINE
               END-READ
           END-PERFORM
           CLOSE GLARCFILE
           MOVE CB-BATCH-NO(CB-IDX) TO GL-BATCH-EDITED
           IF REV-TOO-LARGE OR REV-LINE-COUNT = 0
               MOVE SPACES TO LOG-TEXT
               STRING "RUN-REV: BATCH " DELIMITED BY SIZE
                      GL-BATCH-EDITED  DELIMITED BY SIZE
                      " EMPTY OR OVER 200 LINES - REVERSE BY HAND"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               SET GL-STEP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE CB-ENTITY(CB-IDX) TO GLSQ-ENTITY
           CALL "GLSEQ-NEXT" USING BY REFERENCE GLSQ-REQUEST
           MOVE GLSQ-BATCH-NO TO GL-BATCH-NO
      * No number off the sequence control (GLSEQ-NEXT has logged
      * and alerted why) - nothing more goes to the ledger.
           IF GL-BATCH-NO = 0
               SET GL-STEP-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GLPOST
           OPEN EXTEND GLARCFILE
           MOVE 0 TO GL-LINE-COUNT
           MOVE ZERO TO GL-BATCH-HASH
           MOVE SPACES TO POST-LINE
           SET PL-IS-HEADER TO TRUE
           MOVE GL-BATCH-NO       TO PL-HDR-BATCH-NO
           MOVE RUN-DATE          TO PL-HDR-RUN-DATE
           MOVE CB-ENTITY(CB-IDX) TO PL-HDR-ENTITY
           MOVE CB-BATCH-NO(CB-IDX) TO RUN-NUMBER-PLAIN
           STRING "REVERSAL OF " DELIMITED BY SIZE
                  RUN-NUMBER-PLAIN DELIMITED BY SIZE
               INTO PL-HDR-REFERENCE
           END-STRING
           PERFORM 3270-WRITE-POST-LINE
           PERFORM VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > REV-LINE-COUNT
               MOVE REV-LINE(REV-IDX) TO POST-LINE
               PERFORM 3280-HASH-POST-LINE
               PERFORM 3270-WRITE-POST-LINE
               ADD 1 TO GL-LINE-COUNT
           END-PERFORM
           COMPUTE GL-PAIR-COUNT = GL-LINE-COUNT / 2
           MOVE SPACES TO POST-LINE
           SET PL-IS-TRAILER TO TRUE
           MOVE GL-PAIR-COUNT TO PL-TRL-PAIR-COUNT
           MOVE GL-BATCH-NO   TO PL-TRL-BATCH-NO
           MOVE GL-BATCH-HASH TO PL-TRL-HASH
           PERFORM 3270-WRITE-POST-LINE
           CLOSE GLARCFILE
           CLOSE GLPOST

           OPEN EXTEND GLREGFILE
           MOVE SPACES TO GLREG-RECORD
           MOVE GL-BATCH-NO   TO GREG-BATCH-NO
           MOVE RUN-DATE      TO GREG-RUN-DATE
           MOVE CB-TABLE-NAME(CB-IDX) TO GREG-TABLE-NAME
           MOVE GL-PAIR-COUNT TO GREG-PAIR-COUNT
           MOVE GL-BATCH-HASH TO GREG-HASH
           MOVE "REVERSAL"    TO GREG-REFERENCE
           MOVE FUNCTION CURRENT-DATE (1:16) TO GREG-CUT-TS
           MOVE CB-BATCH-NO(CB-IDX) TO GREG-REVERSES-BATCH
           MOVE CB-ENTITY(CB-IDX)   TO GREG-ENTITY
           WRITE GLREG-RECORD
           CLOSE GLREGFILE
           MOVE "Y" TO CB-REVERSED(CB-IDX)
           ADD 1 TO REVERSED-COUNT

           MOVE GL-BATCH-NO TO REV-BATCH-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "RUN-REV: BATCH " DELIMITED BY SIZE
                  CB-ENTITY(CB-IDX) DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  GL-BATCH-EDITED  DELIMITED BY SIZE
                  " REVERSED BY BATCH " DELIMITED BY SIZE
                  REV-BATCH-EDITED DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       3260-TAKE-ARCHIVED-LINE.
           IF GL-IS-HEADER
               IF GL-HDR-BATCH-NO = CB-BATCH-NO(CB-IDX) AND
                  GL-HDR-ENTITY = CB-ENTITY(CB-IDX) AND
                  (GL-HDR-REFERENCE = ORIGINAL-REF OR
                   GL-HDR-REFERENCE = ALLOCATION-REF OR
                   GL-HDR-REFERENCE = SALESTAX-REF)
                   SET REV-COPYING TO TRUE
               ELSE
                   MOVE "N" TO REV-COPY-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT REV-COPYING
               EXIT PARAGRAPH
           END-IF
           IF GL-IS-TRAILER
               MOVE "N" TO REV-COPY-FLAG
               EXIT PARAGRAPH
           END-IF
           IF REV-LINE-COUNT >= 200
               SET REV-TOO-LARGE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF GL-DC-FLAG = "D"
               MOVE "C" TO GL-DC-FLAG
           ELSE
               MOVE "D" TO GL-DC-FLAG
           END-IF
           ADD 1 TO REV-LINE-COUNT
           MOVE GLPOST-RECORD TO REV-LINE(REV-LINE-COUNT).

       3270-WRITE-POST-LINE.
           WRITE GLOUT-RECORD FROM POST-LINE
           WRITE GLPOST-RECORD FROM POST-LINE.

       3280-HASH-POST-LINE.
      * In cents, high-order overflow dropped - the CBGLPOST
      * envelope convention.
           COMPUTE HASH-WORK = PL-AMOUNT * 100
           ADD GL-BATCH-HASH TO HASH-WORK
           DIVIDE HASH-WORK BY 1000000000000000
               GIVING HASH-QUOTIENT REMAINDER GL-BATCH-HASH.

       3300-STEP-OFFM.
      * A record already gone was retracted by an earlier attempt.
           MOVE 0 TO REVERSED-COUNT
           OPEN I-O OFFMAST
           IF NOT OFFM-FILE-OK
               MOVE "K" TO STEP-RESULT
               MOVE "NO SUMOFFM MASTER" TO STEP-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RUN-TABLE-COUNT
               IF RT-OK(RT-IDX) = "Y"
                   MOVE RT-TABLE-NAME(RT-IDX) TO OFFM-TABLE-NAME
                   MOVE RUN-DATE              TO OFFM-RUN-DATE
                   READ OFFMAST
                   IF OFFM-FILE-OK
                       DELETE OFFMAST RECORD
                       ADD 1 TO REVERSED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OFFMAST
           IF REVERSED-COUNT = 0
               MOVE "K" TO STEP-RESULT
               MOVE "NO SUMOFFM RECORD FOR THE RUN" TO STEP-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE REVERSED-COUNT TO COUNT-EDITED
           STRING "SUMOFFM RECORDS RETRACTED: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO STEP-DETAIL
           END-STRING
           MOVE "C" TO STEP-RESULT.

       3400-STEP-DB2.
      * A date never published has nothing on head office's table
      * to take back. Otherwise the step is done once SUMPUBST
      * shows the date re-published since the step started.
           MOVE "N" TO PUBLISHED-FLAG
           MOVE "N" TO REPUB-FLAG
           OPEN INPUT PUBSTFILE
           IF PUBST-FILE-OK
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL AT-EOF
                   READ PUBSTFILE
                       AT END
                           SET AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 3410-TAKE-PUBST-RECORD
                   END-READ
               END-PERFORM
               CLOSE PUBSTFILE
           END-IF
           EVALUATE TRUE
               WHEN NOT DATE-WAS-PUBLISHED
                   MOVE "K" TO STEP-RESULT
                   MOVE "DATE NEVER PUBLISHED TO DB2" TO STEP-DETAIL
               WHEN DATE-REPUBLISHED
                   MOVE "C" TO STEP-RESULT
                   MOVE "DATE RE-PUBLISHED TO DB2" TO STEP-DETAIL
               WHEN OTHER
                   MOVE "P" TO STEP-RESULT
                   MOVE SPACES TO LOG-TEXT
                   STRING "RUN-REV: DB2 RE-PUBLISH OF "
                              DELIMITED BY SIZE
                          RUN-DATE DELIMITED BY SIZE
                          " PENDING - DB2-PUBLISH PUBDATE"
                              DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-EVALUATE.

       3410-TAKE-PUBST-RECORD.
           IF PUB-RUN-DATE NOT = RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF PUB-STATUS = "OK" OR PUB-STATUS = "REPUB"
               SET DATE-WAS-PUBLISHED TO TRUE
           END-IF
           IF PUB-STATUS = "REPUB" AND
              PUB-WRITTEN-TS NOT < STEP-START-TS(STEP-IDX)
               SET DATE-REPUBLISHED TO TRUE
           END-IF.

       3500-STEP-RUNH.
      * Every record of the run, the *MANIFEST* one included, so
      * RUNH-INQ shows the whole run backed out.
           MOVE FUNCTION CURRENT-DATE (1:16) TO NOW-TS
           MOVE 0 TO REVERSED-COUNT
           OPEN I-O RUNHFILE
           IF NOT RUNH-FILE-OK
               MOVE "F" TO STEP-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RUN-TABLE-COUNT
               MOVE RUN-DATE              TO RUNH-RUN-DATE
               MOVE RT-TABLE-NAME(RT-IDX) TO RUNH-TABLE-NAME
               MOVE RT-START-TS(RT-IDX)   TO RUNH-START-TS
               READ RUNHFILE
               IF RUNH-FILE-OK
                   MOVE NOW-TS TO RUNH-REVERSED-TS
                   REWRITE RUNH-RECORD
                   ADD 1 TO REVERSED-COUNT
               END-IF
           END-PERFORM
           CLOSE RUNHFILE
           MOVE REVERSED-COUNT TO COUNT-EDITED
           STRING "RUNS MARKED REVERSED: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO STEP-DETAIL
           END-STRING
           MOVE "C" TO STEP-RESULT.

       7000-JOURNAL-STEP.
           MOVE FUNCTION CURRENT-DATE (1:16) TO NOW-TS
           OPEN EXTEND REVJFILE
           MOVE SPACES TO REVJ-RECORD
           MOVE REV-RUN-NUMBER      TO RJ-RUN-NUMBER
           MOVE JOURNAL-STATUS      TO RJ-STATUS
           MOVE RUN-DATE            TO RJ-RUN-DATE
           MOVE STEP-NAME(STEP-IDX) TO RJ-STEP
           MOVE STEP-DETAIL         TO RJ-DETAIL
           MOVE NOW-TS              TO RJ-WRITTEN-TS
           WRITE REVJ-RECORD
           CLOSE REVJFILE.

       END PROGRAM RUN-REV.
