           SELECT RULEFILE ASSIGN TO "SUMRULES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.
      * The watch list - see CBWATCH. No file, no watches.
           SELECT OPTIONAL WATCHFILE ASSIGN TO "SUMWATCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WATCH-FILE-STATUS.
      * Keys reviewed as legitimate outliers - see CBKNEX.
           SELECT OPTIONAL KNEXFILE ASSIGN TO "SUMKNEX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KNEX-FILE-STATUS.
           SELECT RATEFILE ASSIGN TO "SUMFXRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
               ACCESS MODE DYNAMIC
               RECORD KEY IS BALL-KEY
               FILE STATUS IS BALL-FILE-STATUS.
      * OPTIONAL - the currency position ledger is created by the
      * first clean run with a currency split. Keyed by table +
      * currency + business date, DYNAMIC as SUMBALL is.
           SELECT OPTIONAL FXPOSFILE ASSIGN TO "SUMFXPOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS FXP-KEY
               FILE STATUS IS FXPOS-FILE-STATUS.
           SELECT OPTIONAL DRILLFILE ASSIGN TO "SUMDRILL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRILL-FILE-STATUS.
           SELECT UPCTLFILE ASSIGN TO "SUMUPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UPCTL-FILE-STATUS.
      * Recorded source-table layouts - see CBSCHEM.
           SELECT OPTIONAL SCHEMFILE ASSIGN TO "SUMSCHEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCHEM-FILE-STATUS.
      * Recorded query plans and the full-scan size limits - see
      * CBPLANH and CBPLANL.
           SELECT OPTIONAL PLANHFILE ASSIGN TO "SUMPLANH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLANH-FILE-STATUS.
           SELECT OPTIONAL PLANLFILE ASSIGN TO "SUMPLANL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLANL-FILE-STATUS.
      * The run-number sequence and the current run's number - see
      * CBRUNNO. Assigned right after the lock, stamped through
      * every artifact the run produces.
           SELECT OPTIONAL RUNCURFILE ASSIGN TO "SUMRUNCUR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNCUR-FILE-STATUS.
           SELECT OPTIONAL GLREGFILE ASSIGN TO "SUMGLREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLREG-FILE-STATUS.
           SELECT CATMFILE ASSIGN TO "SUMCATM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATM-FILE-STATUS.
      * Month-end accruals - see CBACCR. OPTIONAL: a shop that
      * books no accruals simply has no file.
           SELECT OPTIONAL ACCRFILE ASSIGN TO "SUMACCR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACCR-FILE-STATUS.
      * Category daily history - OPTIONAL, created by the first
      * clean run that appends to it.
           SELECT OPTIONAL CATHFILE ASSIGN TO "SUMCATH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATH-FILE-STATUS.
      * Hourly profile history - OPTIONAL, created by the first
      * clean run that profiles a table.
           SELECT OPTIONAL HRPHFILE ASSIGN TO "SUMHRPH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HRPH-FILE-STATUS.
           SELECT OPTIONAL VIOLFILE ASSIGN TO "SUMVIOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VIOL-FILE-STATUS.
               ACCESS MODE RANDOM
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS RUNH-FILE-STATUS.
      * Upstream arrivals - see CBARRV. OPTIONAL: a chain not
      * started by FEED-WAIT has none.
           SELECT OPTIONAL ARRVFILE ASSIGN TO "SUMARRV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARRV-FILE-STATUS.
      * The card each numbered run ran with - see CBRUNCD.
           SELECT OPTIONAL RUNCDFILE ASSIGN TO "SUMRUNCD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RUNCD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULEFILE.
           COPY CBRULE.

       FD  WATCHFILE.
           COPY CBWATCH.

       FD  KNEXFILE.
           COPY CBKNEX.

       FD  RATEFILE.
           COPY CBRATE.

       FD  RUNHFILE.
           COPY CBRUNH.

       FD  ARRVFILE.
           COPY CBARRV.

       FD  RUNCDFILE.
           COPY CBRUNCD.

       FD  TOLERFILE.
           COPY CBTOLER.

       FD  BALLFILE.
           COPY CBBALL.

       FD  FXPOSFILE.
           COPY CBFXPOS.

       FD  DRILLFILE.
       01  DRILL-PROBE-LINE      PIC X(80).

       FD  UPCTLFILE.
           COPY CBUPCTL.

       FD  SCHEMFILE.
           COPY CBSCHEM.

       FD  PLANHFILE.
           COPY CBPLANH.

       FD  PLANLFILE.
           COPY CBPLANL.

       FD  NOTEFILE.
           COPY CBNOTE.

       FD  RUNCURFILE.
           COPY CBRUNNO REPLACING LEADING ==RUNNO-== BY ==RUNCUR-==.

       FD  GLREGFILE.
           COPY CBGLREG.

       FD  CATMFILE.
           COPY CBCATM.

       FD  CATHFILE.
           COPY CBCATH.

       FD  HRPHFILE.
           COPY CBHRPH.

       FD  ACCRFILE.
           COPY CBACCR.

       FD  VIOLFILE.
           COPY CBVIOL.

      * Journal batch envelope - the batch number off the SUMGLSEQ
      * sequence control, the running pair count and amount hash
      * the trailer carries, and the register/gap-check state. See
      * CBGLPOST/CBGLREG. The batch is cut in the table's legal
      * entity's number series (see CBENTM, CBGLSEQ).
           COPY CBGLSQQ.
           COPY CBENTQ.
       01 POST-ENTITY        PIC X(6).
       01 GLREG-FILE-STATUS  PIC XX.
           88 GLREG-FILE-OK     VALUE "00".
       01 GLREG-EOF-FLAG     PIC X.
       01 GL-BATCH-HASH      PIC 9(15) COMP-3 VALUE 0.
       01 GLREG-LAST-BATCH   PIC 9(6) VALUE 0.
       01 GLARC-FILE-STATUS  PIC XX.
           88 GLARC-FILE-OK     VALUE "00".
       01 GLARC-EOF-FLAG     PIC X.
           88 GLARC-AT-EOF      VALUE "Y".
       01 GL-BATCH-EDITED    PIC ZZZZZ9.
      * What 0840 registers the batch as - ORIGINAL, ACCRUAL or
      * REVERSAL - and, for a reversal, the batch it reverses.
       01 GL-REG-REFERENCE   PIC X(10).
       01 GL-REG-REVERSES    PIC 9(6) VALUE 0.
      * Month-end accruals (see CBACCR). The register is scanned for
      * this table's ACCRUAL batches and the REVERSAL entries that
      * answer them: an accrual from an earlier month still open is
      * reversed off the archive, and one already cut for this
      * month stops a rerun of the "E" day from accruing twice.
       01 ACCR-FILE-STATUS   PIC XX.
           88 ACCR-FILE-OK      VALUE "00".
       01 ACCR-EOF-FLAG      PIC X.
           88 ACCR-AT-EOF       VALUE "Y".
       01 ACCR-LINE-COUNT    PIC 9(3) VALUE 0.
       01 ACCR-CUT-FLAG      PIC X VALUE "N".
           88 ACCRUAL-ALREADY-CUT VALUE "Y".
      * The period the run date is in, per PERIOD-OF - a calendar
      * month, or a fiscal period where the shop keeps SUMFPER.
       01 ACCRUAL-PERIOD     PIC X(7).
       01 ACCRUAL-START-DATE PIC X(10).
       01 ACCRUAL-END-DATE   PIC X(10).
           COPY CBPERQ.
       01 ACCR-REG-COUNT     PIC 99 COMP-5 VALUE 0.
       01 ACCR-REG-TABLE.
           05 ACCR-REG-ENTRY OCCURS 60 TIMES.
               10 AR-BATCH-NO     PIC 9(6).
               10 AR-ENTITY       PIC X(6).
               10 AR-RUN-DATE     PIC X(10).
               10 AR-REVERSED     PIC X.
       01 AR-IDX             PIC 99 COMP-5.
      * A reversal is the archived accrual's detail lines with the
      * sides turned over, held here between reading the archive
      * and appending the new batch to it.
       01 REV-LINE-COUNT     PIC 9(3) COMP-5 VALUE 0.
       01 REV-LINE-TABLE.
           05 REV-LINE OCCURS 200 TIMES PIC X(61).
       01 REV-IDX            PIC 9(3) COMP-5.
       01 REV-FOUND-FLAG     PIC X.
           88 REV-BATCH-FOUND   VALUE "Y".
       01 REV-COPY-FLAG      PIC X.
           88 REV-COPYING       VALUE "Y".
       01 REV-OVERFLOW-FLAG  PIC X.
           88 REV-TOO-LARGE     VALUE "Y".
       01 REV-BATCH-EDITED   PIC ZZZZZ9.
           COPY CBGLPOST REPLACING ==GLPOST-RECORD== BY ==ARC-RECORD==
                                   LEADING ==GL-== BY ==ARC-==.
      * The run's own official number - zero until assigned, which
      * is how a refused run's SUMSTAT record reads.
       01 RUNNO-FILE-STATUS  PIC XX.
       01 SRC-COUNT-EDITED   PIC ZZZ,ZZZ,ZZ9.
       01 SRC-CTL-EDITED     PIC ZZZ,ZZZ,ZZ9.

      * Schema-drift pre-flight - see CBSCHEM. The live column list
      * (CBSCHCOL, filled by SCHEMA-CB) against the newest recorded
      * group for the table. A drift on a column the role map binds
      * - by name, or by the frozen positions 1/2/3 when unmapped -
      * refuses the run (SCHDRIFT) before anything scans, and is
      * not recorded, so every rerun stops the same way until an
      * operator names the table in SCHEMAACK to accept the new
      * layout. Other drift is reported, alerted and recorded.
      * Drift lines are held here and printed to DRIFTRPT once no
      * other report is open - a manifest run keeps SUMRPT open
      * across its whole table loop.
       01 SCHEM-FILE-STATUS  PIC XX.
           88 SCHEM-FILE-OK      VALUE "00".
       01 SCHEM-EOF-FLAG     PIC X.
           88 SCHEM-AT-EOF       VALUE "Y".
           COPY CBSCHCOL.
       01 SCHEMA-SQL         PIC X(60).
       01 SCHEMA-CALLBACK    PROCEDURE-POINTER.
       01 SCHEMA-RC          PIC 9 COMP-5.
       01 SCHEMA-OLD-TS      PIC X(16).
       01 SCHEMA-OLD-COUNT   PIC 9(3) COMP-5.
       01 SCHEMA-OLD-TABLE.
           05 SCHO-ENTRY OCCURS 50 TIMES.
               10 SCHO-NAME      PIC X(30).
               10 SCHO-TYPE      PIC X(20).
       01 SCHO-IDX           PIC 9(3) COMP-5.
       01 SCHC-IDX           PIC 9(3) COMP-5.
       01 SCHEMA-CHANGES     PIC 9(3) COMP-5.
       01 SCHEMA-ROLE-FLAG   PIC X VALUE "N".
           88 SCHEMA-ROLE-DRIFT  VALUE "Y".
       01 SCHEMA-ACK-NAME    PIC X(30).
       01 DRIFT-KIND         PIC X(8).
       01 DRIFT-COL-NAME     PIC X(30).
       01 DRIFT-COL-TYPE     PIC X(20).
       01 DRIFT-OLD-POS      PIC 9(3) COMP-5.
       01 DRIFT-NEW-POS      PIC 9(3) COMP-5.
       01 DRIFT-POS-EDITED   PIC ZZ9.
       01 DRIFT-POS-2-EDITED PIC ZZ9.
       01 DRIFT-ROLE-WORK    PIC X.
           88 DRIFT-HITS-ROLE    VALUE "Y".
       01 DRIFT-WORK-LINE    PIC X(80) VALUE SPACES.
       01 DRIFT-LINE-COUNT   PIC 9(3) COMP-5 VALUE 0.
       01 DRIFT-LINE-TABLE.
           05 DRIFT-LINE OCCURS 200 TIMES PIC X(80).
       01 DRIFT-IDX          PIC 9(3) COMP-5.
       01 DRIFT-TABLE-COUNT  PIC 9(3) COMP-5 VALUE 0.
       01 DRIFT-STOP-COUNT   PIC 9(3) COMP-5 VALUE 0.

      * Query-plan capture - see CBPLANH. sqlite's plan for the
      * exact statement the scan is about to run (CBPLAN, filled by
      * PLAN-CB) goes on the run log, a whole-table scan is sized
      * against the table's limit on SUMPLANL, and the plan is
      * compared with the newest one recorded for the same table
      * and filters.
       01 PLANH-FILE-STATUS  PIC XX.
           88 PLANH-FILE-OK      VALUE "00" "05".
       01 PLANH-EOF-FLAG     PIC X.
           88 PLANH-AT-EOF       VALUE "Y".
       01 PLANL-FILE-STATUS  PIC XX.
           88 PLANL-FILE-OK      VALUE "00".
       01 PLANL-EOF-FLAG     PIC X.
           88 PLANL-AT-EOF       VALUE "Y".
           COPY CBPLAN.
       01 PLAN-SQL           PIC X(130).
       01 PLAN-CALLBACK      PROCEDURE-POINTER.
       01 PLAN-RC            PIC 9 COMP-5.
       01 PLAN-IDX           PIC 9(3) COMP-5.
       01 PLAN-USING-COUNT   PIC 9(3) COMP-5.
       01 PLAN-LINE-SCAN-FLAG PIC X.
           88 PLAN-LINE-IS-SCAN  VALUE "Y".
       01 PLAN-FULL-SCAN-FLAG PIC X.
           88 PLAN-HAS-FULL-SCAN VALUE "Y".
       01 PLAN-LIMIT-FLAG    PIC X.
           88 PLAN-LIMIT-SET     VALUE "Y".
       01 PLAN-SCAN-LIMIT    PIC 9(9).
       01 PLAN-TABLE-ROWS    PIC 9(9).
       01 PLAN-COUNT-SQL     PIC X(60).
       01 PLAN-ROWS-EDITED   PIC ZZZ,ZZZ,ZZ9.
       01 PLAN-RECORDED-TS   PIC X(16).
       01 PLAN-OLD-TS        PIC X(16).
       01 PLAN-OLD-DATE      PIC X(10).
       01 PLAN-OLD-COUNT     PIC 9(3) COMP-5.
       01 PLAN-OLD-TABLE.
           05 PLNO-DETAIL OCCURS 20 TIMES PIC X(80).
       01 PLAN-CHANGED-FLAG  PIC X.
           88 PLAN-CHANGED       VALUE "Y".

      * Pre-flight integrity check - PRAGMA integrity_check's first
      * answer row, lifted by INTEG-CB. "ok" or the run refuses with
      * its own outcome code before any totals are touched.
           88 PROF-WAS-FOUND     VALUE "Y".
       01 CARD-LOADED-FLAG   PIC X.
           88 CARD-IS-LOADED     VALUE "Y".
      * The card as it stood after any profile overlay, kept for the
      * run's SUMRUNCD record.
       01 EFFECTIVE-CARD-IMAGE PIC X(538) VALUE SPACES.
       01 RUNCD-FILE-STATUS  PIC XX.
           88 RUNCD-FILE-OK      VALUE "00" "05".

      * "Y" runs the scan through PREP-SCAN's prepared-statement
      * path instead of the text callback - see CBPARM.
      * designated a currency column.
       01 CURR-COL-NAME      PIC X(20) VALUE SPACES.

      * Time-of-day profile - the timestamp column and the table's
      * trading hours (see PARM-TS-COL-NAME in CBPARM). The card's
      * hours are kept apart as the default a manifest entry with
      * blank hours falls back to.
       01 TS-COL-NAME        PIC X(20) VALUE SPACES.
       01 TRADE-OPEN-HOUR    PIC 99 VALUE 0.
       01 TRADE-CLOSE-HOUR   PIC 99 VALUE 0.
       01 CARD-TRADE-OPEN    PIC 99 VALUE 0.
       01 CARD-TRADE-CLOSE   PIC 99 VALUE 0.
       01 HOURLY-BY-CAT-FLAG PIC X VALUE "N".
           88 HOURLY-BY-CAT-REQUESTED VALUE "Y".
       01 HOUR-IDX           PIC 99 COMP-5.
       01 HOUR-SHOWN         PIC 99.
       01 HOUR-AFTER-FLAG    PIC X.
           88 HOUR-IS-AFTER-HOURS VALUE "Y".
       01 HCAT-RPT-IDX       PIC 99 COMP-5.
       01 HOUR-ROWS-EDITED   PIC ZZZ,ZZZ,ZZ9.
       01 HOUR-TOTAL-EDITED  PIC -ZZZ,ZZZ,ZZ9.99.
       01 HOUR-OPEN-SHOWN    PIC 99.
       01 HOUR-CLOSE-SHOWN   PIC 99.

      * DB2 failover - which host actually served the run (printed
      * on SUMRPT), and whether the primary had to be skipped
      * (alerted, so somebody looks at the primary in the morning).
               10 CM-PARENT      PIC X(20).
               10 CM-ACTIVE      PIC X.
       01 CATM-IDX           PIC 99 COMP-5.
      * Category history - see CBCATH.
       01 CATH-FILE-STATUS   PIC XX.
           88 CATH-FILE-OK       VALUE "00".
       01 CATH-WRITTEN       PIC 99 VALUE 0.
      * Hourly profile history - see CBHRPH.
       01 HRPH-FILE-STATUS   PIC XX.
           88 HRPH-FILE-OK       VALUE "00".
       01 HRPH-WRITTEN       PIC 9(4) VALUE 0.
       01 CATM-HIT-IDX       PIC 99 COMP-5.
       01 UNKNOWN-CAT-COUNT  PIC 9(4) VALUE 0.
       01 UNKNOWN-CAT-EDITED PIC ZZZ9.
       01 RULE-EOF-FLAG      PIC X.
           88 RULE-AT-EOF        VALUE "Y".
       01 RULE-VIOL-EDITED   PIC ZZZ,ZZ9.
      * Watch list - see CBWATCH/CBWHIT.
       01 WATCH-FILE-STATUS  PIC XX.
           88 WATCH-FILE-OK      VALUE "00" "05".
       01 WATCH-EOF-FLAG     PIC X.
           88 WATCH-AT-EOF       VALUE "Y".
       01 WATCH-HIT-EDITED   PIC ZZZ,ZZ9.
      * Known-exception list - see CBKNEX.
       01 KNEX-FILE-STATUS   PIC XX.
           88 KNEX-FILE-OK       VALUE "00" "05".
       01 KNEX-EOF-FLAG      PIC X.
           88 KNEX-AT-EOF        VALUE "Y".
       01 KNEX-FULL-FLAG     PIC X.
           88 KNEX-LIST-FULL     VALUE "Y".
       01 KNOWN-COUNT-EDITED PIC ZZZ,ZZ9.

      * Column-role map from the card - see CBCTX. Blank names keep
      * the frozen positions 1/2/3.
               10 MF-COL-CAT      PIC X(20).
               10 MF-COL-AMT2     PIC X(20).
               10 MF-CURR-COL     PIC X(20).
               10 MF-TS-COL       PIC X(20).
               10 MF-TRADE-OPEN   PIC 99.
               10 MF-TRADE-CLOSE  PIC 99.
       01 MANIF-IDX          PIC 99 COMP-5.
       01 GRAND-RUN-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01 GRAND-RUN-ROWS     PIC 9(9) VALUE 0.
       01 ATTEMPT-EDITED     PIC Z9.
       01 SQLITE-BUSY-RC     PIC 9 COMP-5 VALUE 5.
       01 SQLITE-LOCKED-RC   PIC 9 COMP-5 VALUE 6.
       01 CONTEXT-SNAPSHOT   PIC X(24000).

      * Processing calendar - see CBCAL. A holiday skips the run
      * with its own outcome code before the database is touched; a
       01 RUNH-FILE-STATUS   PIC XX.
           88 RUNH-FILE-OK      VALUE "00".
           88 RUNH-KEY-EXISTS   VALUE "22".
       01 ARRV-FILE-STATUS   PIC XX.
           88 ARRV-FILE-OK      VALUE "00" "05".
       01 ARRV-EOF-FLAG      PIC X.
           88 ARRV-AT-EOF       VALUE "Y".

      * Carry-forward balance ledger state - see CBBALL. Opening is
      * the prior business day's closing; a gap in the chain is a
       01 BAL-CLOSING-WORK   PIC S9(11)V99 COMP-3.
       01 BAL-CLOSING-EDITED PIC -Z,ZZZ,ZZZ,ZZ9.99.

      * Currency position ledger state - see CBFXPOS. Each
      * currency's position carries forward from its own latest
      * record, in original currency and at booked base value.
       01 FXPOS-FILE-STATUS  PIC XX.
           88 FXPOS-FILE-OK     VALUE "00".
           88 FXPOS-KEY-EXISTS  VALUE "22".
       01 FXP-PRIOR-POSITION PIC S9(11)V99 COMP-3.
       01 FXP-PRIOR-BASE     PIC S9(11)V99 COMP-3.
       01 FXP-DAY-BASE-WORK  PIC S9(11)V99 COMP-3.
       01 FXP-POSTED-COUNT   PIC 99 VALUE 0.

       01 TREND-FILE-STATUS  PIC XX.
           88 TREND-FILE-OK      VALUE "00".
       01 TREND-EOF-FLAG     PIC X VALUE "N".
      * operator-attention lines as warnings, so a production run at
      * LOGLEVEL=ERROR still shows why it failed.
       01 LOG-SEV             PIC X.
      * RETURN-CODE held across the status-feed CALL at end of run.
       01 FEED-SAVED-RC       PIC S9(4) COMP-5.
       01 FEED-MISSING-FLAG   PIC X.
           88 FEED-NOT-LINKED     VALUE "Y".
       01 GRP-RPT-IDX          PIC 99 COMP-5.
       01 GRP-TOTAL-EDITED     PIC -ZZZ,ZZZ,ZZ9.99.
       01 GRP-ROWS-EDITED      PIC ZZZ,ZZ9.
      * the morning, not a surprise at month end.
                       PERFORM 0730-RECONCILE-INTRADAY
                       PERFORM 0750-POST-BALANCE-LEDGER
                       PERFORM 0780-WRITE-CATEGORY-HISTORY
                       PERFORM 0785-WRITE-HOUR-PROFILE
                       PERFORM 0790-POST-CURRENCY-POSITIONS
                   END-IF
                   PERFORM 0700-CHECK-TREND
      * Calendar-driven month end - the last business day of the
                           TO LOG-TEXT
                       CALL "LOGGER" USING BY REFERENCE LOG-TEXT
                       CALL "MONTH-RPT"
      * Budget against actual rides on the same day - the month's
      * last category history records are on SUMCATH by now.
                       CALL "BUDG-RPT"
                   END-IF
                   END-IF
               END-IF
      * Performed before RETURN-CODE is derived below: its LOGGER
      * and ALERT-NOTIFY calls reset the register like any CALL.
           PERFORM 0970-TRACK-BATCH-WINDOW
      * Drift found by the pre-flight prints now that no other
      * report is open.
           IF DRIFT-LINE-COUNT > 0
               PERFORM 0219-PRINT-DRIFT-REPORT
           END-IF

      * A preview that completed clean reports itself as DRYRUN, so
      * nothing reading SUMSTAT can mistake it for an official run.
                   WHEN "OPENFAIL"
                   WHEN "DBDAMAGE"
                   WHEN "SRCSHORT"
                   WHEN "SCHDRIFT"
                       OPEN OUTPUT GLPOST
                       CLOSE GLPOST
                   WHEN OTHER
           WRITE RUNSTAT-RECORD
           CLOSE RUNSTAT
           PERFORM 0960-RECORD-RUN-HISTORY
           IF RUN-NUMBER > 0
               PERFORM 0962-RECORD-RUN-CARD
           END-IF

      * Hand the lock back last thing - but only if this run took
      * it; a runner refused because the lock was HELD must not
               MOVE RUN-START-TS     TO LOCK-START-TS
               WRITE LOCK-RECORD
               CLOSE LOCKFILE
           END-IF
           PERFORM 0980-WRITE-STATUS-FEED.

       0960-RECORD-RUN-HISTORY.
      * The record SUMSTAT just took, appended to the keyed history
           MOVE RST-ROWS         TO RUNH-ROWS
           MOVE RST-TOTAL        TO RUNH-TOTAL
           MOVE RST-END-TS       TO RUNH-END-TS
           MOVE RST-RUN-NUMBER   TO RUNH-RUN-NUMBER
           MOVE RST-DUP-COUNT    TO RUNH-DUP-COUNT
           MOVE RST-NULL-COUNT   TO RUNH-NULL-COUNT
           PERFORM 0965-FIND-FEED-ARRIVAL
           WRITE RUNH-RECORD
           IF RUNH-KEY-EXISTS
               REWRITE RUNH-RECORD
           END-IF
           CLOSE RUNHFILE.

       0962-RECORD-RUN-CARD.
      * One card record per numbered run, written once from here -
      * a manifest's tables all ran under the one card.
           MOVE SPACES TO RUNCD-RECORD
           MOVE RUN-NUMBER       TO RUNCD-RUN-NUMBER
           MOVE BUSINESS-DATE    TO RUNCD-RUN-DATE
           MOVE RUN-START-TS     TO RUNCD-START-TS
           MOVE PROFILE-NAME     TO RUNCD-PROFILE-NAME
           MOVE CARD-LOADED-FLAG TO RUNCD-CARD-LOADED
           IF NOT CARD-IS-LOADED
               MOVE "N" TO RUNCD-CARD-LOADED
           END-IF
           MOVE EFFECTIVE-CARD-IMAGE TO RUNCD-PARM-IMAGE
           INSPECT RUNCD-RECORD REPLACING ALL LOW-VALUE BY SPACE
      * The card record is a record of the run, not part of it - a
      * file that will not extend is logged and the run goes on.
           OPEN EXTEND RUNCDFILE
           IF NOT RUNCD-FILE-OK
               MOVE SPACES TO LOG-TEXT
               STRING "RUN CARD NOT RECORDED - SUMRUNCD STATUS "
                          DELIMITED BY SIZE
                      RUNCD-FILE-STATUS DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           WRITE RUNCD-RECORD
           CLOSE RUNCDFILE.

       0965-FIND-FEED-ARRIVAL.
      * The last arrival FEED-WAIT recorded for the business date -
      * a rewatch appends, and the latest watch is the one that
      * started this chain.
           MOVE "N" TO ARRV-EOF-FLAG
           OPEN INPUT ARRVFILE
           IF NOT ARRV-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARRV-AT-EOF
               READ ARRVFILE
                   AT END
                       SET ARRV-AT-EOF TO TRUE
                   NOT AT END
                       IF ARV-RUN-DATE = BUSINESS-DATE
                           MOVE ARV-ARRIVED-TS
                               TO RUNH-FEED-ARRIVED-TS
                           MOVE ARV-LATE-FLAG TO RUNH-FEED-LATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARRVFILE.

       0980-WRITE-STATUS-FEED.
      * The monitoring tool's XML document, rewritten now that
      * SUMSTAT carries this run. A feed that cannot be written is
      * STAT-XML's to log - it never changes this run's outcome, so
      * the register is put back after the CALL resets it.
           MOVE RETURN-CODE TO FEED-SAVED-RC
           MOVE "N" TO FEED-MISSING-FLAG
           CALL "STAT-XML"
               ON EXCEPTION
                   SET FEED-NOT-LINKED TO TRUE
           END-CALL
           IF FEED-NOT-LINKED
               MOVE "STATUS FEED MODULE NOT LINKED - NO XML"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           MOVE FEED-SAVED-RC TO RETURN-CODE.

       0970-TRACK-BATCH-WINDOW.
      * Runs refused before the scan (lock held, calendar skip)
      * measured nothing worth keeping, and preview runs must not
           MOVE RUN-ELAPSED-SECS TO SLA-ELAPSED-SECS
           MOVE ROW-COUNT        TO SLA-ROWS
           MOVE RUN-ROWS-PER-SEC TO SLA-ROWS-PER-SEC
           IF NOT MANIFEST-LOADED
               MOVE TABLE-NAME   TO SLA-TABLE-NAME
           END-IF
           OPEN EXTEND SLAFILE
           WRITE SLA-RECORD
           CLOSE SLAFILE
           PERFORM 0105-LOAD-PROFILE

           IF CARD-IS-LOADED
               MOVE PARM-RECORD TO EFFECTIVE-CARD-IMAGE
               PERFORM 0107-APPLY-PARM-CARD
           END-IF

               END-IF
               IF PARM-DUAL-EXTRACT = "Y"
                   SET DUAL-EXTRACT-REQUESTED TO TRUE
               END-IF
               IF PARM-TS-COL-NAME NOT = SPACES
                   MOVE PARM-TS-COL-NAME TO TS-COL-NAME
               END-IF
               IF PARM-TRADE-OPEN NUMERIC AND
                  PARM-TRADE-CLOSE NUMERIC AND
                  PARM-TRADE-OPEN < 24 AND PARM-TRADE-CLOSE < 25
                   MOVE PARM-TRADE-OPEN  TO CARD-TRADE-OPEN
                   MOVE PARM-TRADE-CLOSE TO CARD-TRADE-CLOSE
                   MOVE PARM-TRADE-OPEN  TO TRADE-OPEN-HOUR
                   MOVE PARM-TRADE-CLOSE TO TRADE-CLOSE-HOUR
               END-IF
               IF PARM-HOURLY-BY-CAT = "Y"
                   SET HOURLY-BY-CAT-REQUESTED TO TRUE
               END-IF.

       0110-READ-CHECKPOINT.
                               TO MF-COL-AMT2(MANIFEST-COUNT)
                           MOVE MANIF-CURR-COL-NAME
                               TO MF-CURR-COL(MANIFEST-COUNT)
                           MOVE MANIF-TS-COL-NAME
                               TO MF-TS-COL(MANIFEST-COUNT)
                           IF MANIF-TRADE-OPEN NUMERIC AND
                              MANIF-TRADE-CLOSE NUMERIC AND
                              MANIF-TRADE-OPEN < 24 AND
                              MANIF-TRADE-CLOSE < 25
                               MOVE MANIF-TRADE-OPEN
                                   TO MF-TRADE-OPEN(MANIFEST-COUNT)
                               MOVE MANIF-TRADE-CLOSE
                                   TO MF-TRADE-CLOSE(MANIFEST-COUNT)
                           ELSE
                               MOVE CARD-TRADE-OPEN
                                   TO MF-TRADE-OPEN(MANIFEST-COUNT)
                               MOVE CARD-TRADE-CLOSE
                                   TO MF-TRADE-CLOSE(MANIFEST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               MOVE "MONTH-END DAY - RUNNING ROLL-UP" TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               CALL "MONTH-RPT"
               CALL "BUDG-RPT"
           END-IF.

       0165-RUN-ONE-TABLE.
           MOVE MF-COL-CAT(MANIF-IDX)  TO COL-CAT-NAME
           MOVE MF-COL-AMT2(MANIF-IDX) TO COL-AMT2-NAME
           MOVE MF-CURR-COL(MANIF-IDX) TO CURR-COL-NAME
           MOVE MF-TS-COL(MANIF-IDX)   TO TS-COL-NAME
           MOVE MF-TRADE-OPEN(MANIF-IDX)  TO TRADE-OPEN-HOUR
           MOVE MF-TRADE-CLOSE(MANIF-IDX) TO TRADE-CLOSE-HOUR
           MOVE "OK" TO OUTCOME-CODE
           MOVE 0 TO RETURN-CODE
      * Each listed table gets its own source-control pre-flight -
                   MOVE ZERO TO CTX-NULL-COUNT
               END-IF
           END-IF
      * Its own schema-drift pre-flight too, against this entry's
      * own role map.
           IF DBTYPE NOT = "DB2" AND RETURN-CODE NOT = 8
               PERFORM 0216-CHECK-SCHEMA-DRIFT
               IF SCHEMA-ROLE-DRIFT
                   MOVE "SCHDRIFT" TO OUTCOME-CODE
                   MOVE 8 TO RETURN-CODE
                   MOVE ZERO TO SUM-RESULT
                   MOVE ZERO TO SUM-RESULT-2
                   MOVE ZERO TO ROW-COUNT
                   MOVE ZERO TO CTX-DUP-COUNT
                   MOVE ZERO TO CTX-NULL-COUNT
               END-IF
           END-IF
           IF RETURN-CODE NOT = 8
           PERFORM 0240-INIT-SCAN-CONTEXT
           PERFORM 0300-RUN-QUERY
                       PERFORM 0800-WRITE-GL-POSTING
                       PERFORM 0730-RECONCILE-INTRADAY
                       PERFORM 0750-POST-BALANCE-LEDGER
                       PERFORM 0780-WRITE-CATEGORY-HISTORY
                       PERFORM 0785-WRITE-HOUR-PROFILE
                       PERFORM 0790-POST-CURRENCY-POSITIONS
                   END-IF
               END-IF
           END-IF
      * the resumed tail only.
           MOVE ZERO TO CTX-NUMERIC-ROWS
           MOVE ZERO TO CTX-EXCP-COUNT
           MOVE ZERO TO CTX-EXCP-KNOWN-COUNT
           MOVE ZERO TO CTX-DETAIL-COUNT
           MOVE ZERO TO CTX-DETAIL-HASH
      * The detail extract only exists on the standard sqlite
           MOVE RUN-START-SECS   TO CTX-SLA-START-SECS
           MOVE SLA-LIMIT-SECONDS TO CTX-SLA-LIMIT-SECS
           MOVE "N" TO CTX-SLA-ALERTED-FLAG
           MOVE BUSINESS-DATE TO CTX-SCAN-DATE
           MOVE TABLE-NAME    TO CTX-SCAN-TABLE
      * Data-quality rules for this scan - no rules file just means
      * no rules, exactly the pre-rules behavior.
           PERFORM 0230-LOAD-RULES
      * Watch-list entries live for this table today - checked
      * against every row the scan reads.
           PERFORM 0235-LOAD-WATCHES
      * Keys the outlier check is to pass over for this table.
           PERFORM 0237-LOAD-KNOWN-EXCEPTIONS

      * Column-role map handed to the callback - resolved against
      * azColName on the first row of this scan, so the resolved
           ELSE
               MOVE "N" TO CTX-CURR-FLAG
           END-IF
      * Hourly profile - like the currency split it starts empty
      * for every table, and a restart re-profiles only the rows it
      * reads (the report says so).
           MOVE TS-COL-NAME TO CTX-MAP-TS-NAME
           MOVE ZERO TO CTX-TS-COL-POS
           MOVE TRADE-OPEN-HOUR  TO CTX-TRADE-OPEN
           MOVE TRADE-CLOSE-HOUR TO CTX-TRADE-CLOSE
           PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
               MOVE ZERO TO CTX-HOUR-ROWS(HOUR-IDX)
               MOVE ZERO TO CTX-HOUR-TOTAL(HOUR-IDX)
           END-PERFORM
           MOVE ZERO TO CTX-HOUR-NOTIME-COUNT
           MOVE ZERO TO CTX-AFTER-HOURS-COUNT
           MOVE ZERO TO CTX-HCAT-COUNT
           PERFORM VARYING HCAT-RPT-IDX FROM 1 BY 1
                   UNTIL HCAT-RPT-IDX > 10
               MOVE SPACES TO CTX-HCAT-NAME(HCAT-RPT-IDX)
               PERFORM VARYING HOUR-IDX FROM 1 BY 1
                       UNTIL HOUR-IDX > 24
                   MOVE ZERO TO CTX-HCAT-ROWS(HCAT-RPT-IDX, HOUR-IDX)
                   MOVE ZERO TO CTX-HCAT-TOTAL(HCAT-RPT-IDX, HOUR-IDX)
               END-PERFORM
           END-PERFORM
           MOVE "N"  TO CTX-HCAT-OVERFLOW-FLAG
           IF TS-COL-NAME NOT = SPACES
               MOVE "Y" TO CTX-HOUR-FLAG
           ELSE
               MOVE "N" TO CTX-HOUR-FLAG
           END-IF
           IF HOURLY-BY-CAT-REQUESTED
               MOVE "Y" TO CTX-HOUR-CAT-FLAG
           ELSE
               MOVE "N" TO CTX-HOUR-CAT-FLAG
           END-IF
           MOVE COL-CAT-NAME  TO CTX-MAP-CAT-NAME
           MOVE COL-AMT2-NAME TO CTX-MAP-AMT2-NAME
           MOVE "N"  TO CTX-MAP-RESOLVED-FLAG
                       MOVE 8 TO RC
                   END-IF
               END-IF
      * The table's layout against the last one recorded, before
      * the column roles are bound on the first row.
               IF RC = ZERO AND NOT MANIFEST-LOADED
                   PERFORM 0216-CHECK-SCHEMA-DRIFT
                   IF SCHEMA-ROLE-DRIFT
                       MOVE "SCHDRIFT" TO OUTCOME-CODE
                       MOVE 8 TO RC
                   END-IF
               END-IF
           END-IF.

       0215-CHECK-SOURCE-CONTROL.
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF.

       0216-CHECK-SCHEMA-DRIFT.
      * The live layout from PRAGMA table_info against the newest
      * recorded one. A table not seen before is simply recorded;
      * one sqlite cannot describe is left to the scan to fail.
           MOVE "N" TO SCHEMA-ROLE-FLAG
           MOVE 0 TO SCHEMA-CHANGES
           INITIALIZE SCHEMA-COLUMNS
           MOVE SPACES TO SCHEMA-SQL
           STRING "PRAGMA table_info(" DELIMITED BY SIZE
                  TABLE-NAME           DELIMITED BY SPACE
                  ");"                 DELIMITED BY SIZE
               INTO SCHEMA-SQL
           END-STRING
           INSPECT SCHEMA-SQL REPLACING TRAILING SPACE BY LOW-VALUE
           SET SCHEMA-CALLBACK TO ADDRESS OF ENTRY "SCHEMA-CB"
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE SCHEMA-SQL
               BY VALUE     SCHEMA-CALLBACK
               BY REFERENCE SCHEMA-COLUMNS
               BY REFERENCE ERR
               RETURNING SCHEMA-RC
           END-CALL
           IF SCHEMA-RC NOT = ZERO OR SCHC-COUNT = 0
               MOVE "TABLE LAYOUT UNREADABLE - SCHEMA DRIFT UNCHECKED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           IF SCHC-OVERFLOWED
               MOVE "OVER 50 COLUMNS - ONLY THE FIRST 50 COMPARED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF

           PERFORM 0217-LOAD-RECORDED-SCHEMA
           IF SCHEMA-OLD-COUNT = 0
               STRING "SCHEMA FIRST RECORDED FOR " DELIMITED BY SIZE
                      TABLE-NAME DELIMITED BY SPACE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               IF NOT DRY-RUN-REQUESTED
                   PERFORM 0213-RECORD-SCHEMA
               END-IF
               EXIT PARAGRAPH
           END-IF

      * Every recorded column looked up by name in the live list -
      * gone, retyped or at a new position - then every live column
      * looked up the other way for the new arrivals.
           PERFORM VARYING SCHO-IDX FROM 1 BY 1
                   UNTIL SCHO-IDX > SCHEMA-OLD-COUNT
               PERFORM 0211-FIND-LIVE-COLUMN
               MOVE SCHO-NAME(SCHO-IDX) TO DRIFT-COL-NAME
               MOVE SCHO-TYPE(SCHO-IDX) TO DRIFT-COL-TYPE
               MOVE SCHO-IDX TO DRIFT-OLD-POS
               IF SCHC-IDX = 0
                   MOVE "DROPPED" TO DRIFT-KIND
                   MOVE 0 TO DRIFT-NEW-POS
                   PERFORM 0218-NOTE-DRIFT
               ELSE
                   MOVE SCHC-IDX TO DRIFT-NEW-POS
                   IF SCHC-TYPE(SCHC-IDX) NOT = SCHO-TYPE(SCHO-IDX)
                       MOVE "RETYPED" TO DRIFT-KIND
                       PERFORM 0218-NOTE-DRIFT
                   END-IF
                   IF SCHC-IDX NOT = SCHO-IDX
                       MOVE "MOVED" TO DRIFT-KIND
                       PERFORM 0218-NOTE-DRIFT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING SCHC-IDX FROM 1 BY 1
                   UNTIL SCHC-IDX > SCHC-COUNT
               PERFORM 0212-FIND-RECORDED-COLUMN
               IF SCHO-IDX = 0
                   MOVE SCHC-NAME(SCHC-IDX) TO DRIFT-COL-NAME
                   MOVE SCHC-TYPE(SCHC-IDX) TO DRIFT-COL-TYPE
                   MOVE 0 TO DRIFT-OLD-POS
                   MOVE SCHC-IDX TO DRIFT-NEW-POS
                   MOVE "ADDED" TO DRIFT-KIND
                   PERFORM 0218-NOTE-DRIFT
               END-IF
           END-PERFORM

           IF SCHEMA-CHANGES = 0
               MOVE "SCHEMA DRIFT CHECK PASSED" TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DRIFT-TABLE-COUNT
           MOVE SPACES TO SCHEMA-ACK-NAME
           ACCEPT SCHEMA-ACK-NAME FROM ENVIRONMENT "SCHEMAACK"
           IF SCHEMA-ROLE-DRIFT AND SCHEMA-ACK-NAME = TABLE-NAME
               MOVE "N" TO SCHEMA-ROLE-FLAG
               MOVE "  ROLE-COLUMN CHANGE ACCEPTED (SCHEMAACK)"
                   TO DRIFT-WORK-LINE
               PERFORM 0214-ADD-DRIFT-LINE
           END-IF
           MOVE SPACES TO LOG-TEXT
           IF SCHEMA-ROLE-DRIFT
               ADD 1 TO DRIFT-STOP-COUNT
               MOVE "  ROLE COLUMN CHANGED - RUN STOPPED, NOT RECORDED"
                   TO DRIFT-WORK-LINE
               PERFORM 0214-ADD-DRIFT-LINE
               STRING "SCHEMA DRIFT ON ROLE COLUMN OF "
                          DELIMITED BY SIZE
                      TABLE-NAME DELIMITED BY SPACE
                      " - RUN STOPPED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
           ELSE
               IF NOT DRY-RUN-REQUESTED
                   PERFORM 0213-RECORD-SCHEMA
               END-IF
               MOVE SCHEMA-CHANGES TO DRIFT-POS-EDITED
               STRING "SCHEMA DRIFT ON " DELIMITED BY SIZE
                      TABLE-NAME DELIMITED BY SPACE
                      " -" DELIMITED BY SIZE
                      DRIFT-POS-EDITED DELIMITED BY SIZE
                      " CHANGE(S), SEE DRIFTRPT" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
           END-IF
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT.

       0211-FIND-LIVE-COLUMN.
           PERFORM VARYING SCHC-IDX FROM 1 BY 1
                   UNTIL SCHC-IDX > SCHC-COUNT
               IF SCHC-NAME(SCHC-IDX) = SCHO-NAME(SCHO-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO SCHC-IDX.

       0212-FIND-RECORDED-COLUMN.
           PERFORM VARYING SCHO-IDX FROM 1 BY 1
                   UNTIL SCHO-IDX > SCHEMA-OLD-COUNT
               IF SCHO-NAME(SCHO-IDX) = SCHC-NAME(SCHC-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO SCHO-IDX.

       0213-RECORD-SCHEMA.
           OPEN EXTEND SCHEMFILE
           MOVE FUNCTION CURRENT-DATE (1:16) TO SCHEMA-OLD-TS
           PERFORM VARYING SCHC-IDX FROM 1 BY 1
                   UNTIL SCHC-IDX > SCHC-COUNT
               MOVE SPACES TO SCHEM-RECORD
               MOVE TABLE-NAME           TO SCHM-TABLE-NAME
               MOVE SCHEMA-OLD-TS        TO SCHM-RECORDED-TS
               MOVE BUSINESS-DATE        TO SCHM-RUN-DATE
               MOVE SCHC-IDX             TO SCHM-COL-SEQ
               MOVE SCHC-NAME(SCHC-IDX)  TO SCHM-COL-NAME
               MOVE SCHC-TYPE(SCHC-IDX)  TO SCHM-COL-TYPE
               WRITE SCHEM-RECORD
           END-PERFORM
           CLOSE SCHEMFILE.

       0214-ADD-DRIFT-LINE.
           IF DRIFT-LINE-COUNT < 200
               ADD 1 TO DRIFT-LINE-COUNT
               MOVE DRIFT-WORK-LINE TO DRIFT-LINE(DRIFT-LINE-COUNT)
           END-IF
           MOVE SPACES TO DRIFT-WORK-LINE.

       0217-LOAD-RECORDED-SCHEMA.
      * Only the newest group for the table counts - older groups
      * are the layouts it had before.
           MOVE 0 TO SCHEMA-OLD-COUNT
           MOVE SPACES TO SCHEMA-OLD-TS
           MOVE "N" TO SCHEM-EOF-FLAG
           OPEN INPUT SCHEMFILE
           IF NOT SCHEM-FILE-OK
               CLOSE SCHEMFILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCHEM-AT-EOF
               READ SCHEMFILE
                   AT END
                       SET SCHEM-AT-EOF TO TRUE
                   NOT AT END
                       IF SCHM-TABLE-NAME = TABLE-NAME AND
                          SCHM-RECORDED-TS >= SCHEMA-OLD-TS
                           IF SCHM-RECORDED-TS > SCHEMA-OLD-TS
                               MOVE SCHM-RECORDED-TS TO SCHEMA-OLD-TS
                               MOVE 0 TO SCHEMA-OLD-COUNT
                           END-IF
                           IF SCHEMA-OLD-COUNT < 50
                               ADD 1 TO SCHEMA-OLD-COUNT
                               MOVE SCHM-COL-NAME
                                   TO SCHO-NAME(SCHEMA-OLD-COUNT)
                               MOVE SCHM-COL-TYPE
                                   TO SCHO-TYPE(SCHEMA-OLD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEMFILE.

       0218-NOTE-DRIFT.
      * A role bound by name is hit when its own column changes; a
      * role left unmapped sits on its frozen position (1 key,
      * 2 category, 3 second amount), so any change there hits it.
           IF SCHEMA-CHANGES = 0
               STRING "TABLE " DELIMITED BY SIZE
                      TABLE-NAME DELIMITED BY SPACE
                      " - LAYOUT RECORDED " DELIMITED BY SIZE
                      SCHEMA-OLD-TS(1:4) "-" SCHEMA-OLD-TS(5:2) "-"
                      SCHEMA-OLD-TS(7:2) DELIMITED BY SIZE
                   INTO DRIFT-WORK-LINE
               END-STRING
               PERFORM 0214-ADD-DRIFT-LINE
           END-IF
           ADD 1 TO SCHEMA-CHANGES
           MOVE "N" TO DRIFT-ROLE-WORK
           IF DRIFT-COL-NAME = COL-KEY-NAME OR
              DRIFT-COL-NAME = COL-CAT-NAME OR
              DRIFT-COL-NAME = COL-AMT2-NAME OR
              DRIFT-COL-NAME = CURR-COL-NAME
               SET DRIFT-HITS-ROLE TO TRUE
           END-IF
           IF (COL-KEY-NAME = SPACES AND
               (DRIFT-OLD-POS = 1 OR DRIFT-NEW-POS = 1)) OR
              (COL-CAT-NAME = SPACES AND
               (DRIFT-OLD-POS = 2 OR DRIFT-NEW-POS = 2)) OR
              (COL-AMT2-NAME = SPACES AND
               (DRIFT-OLD-POS = 3 OR DRIFT-NEW-POS = 3))
               SET DRIFT-HITS-ROLE TO TRUE
           END-IF
           IF DRIFT-HITS-ROLE
               SET SCHEMA-ROLE-DRIFT TO TRUE
               MOVE "**" TO DRIFT-WORK-LINE
           END-IF
           MOVE DRIFT-OLD-POS TO DRIFT-POS-EDITED
           MOVE DRIFT-NEW-POS TO DRIFT-POS-2-EDITED
           MOVE DRIFT-KIND TO DRIFT-WORK-LINE(4:8)
           MOVE DRIFT-COL-NAME TO DRIFT-WORK-LINE(13:30)
           EVALUATE DRIFT-KIND
               WHEN "DROPPED"
                   STRING "WAS " DELIMITED BY SIZE
                          DRIFT-COL-TYPE DELIMITED BY "  "
                          " AT" DELIMITED BY SIZE
                          DRIFT-POS-EDITED DELIMITED BY SIZE
                       INTO DRIFT-WORK-LINE(44:)
                   END-STRING
               WHEN "ADDED"
                   STRING DRIFT-COL-TYPE DELIMITED BY "  "
                          " AT" DELIMITED BY SIZE
                          DRIFT-POS-2-EDITED DELIMITED BY SIZE
                       INTO DRIFT-WORK-LINE(44:)
                   END-STRING
               WHEN "RETYPED"
                   STRING DRIFT-COL-TYPE DELIMITED BY "  "
                          " TO " DELIMITED BY SIZE
                          SCHC-TYPE(DRIFT-NEW-POS) DELIMITED BY "  "
                       INTO DRIFT-WORK-LINE(44:)
                   END-STRING
               WHEN OTHER
                   STRING "FROM" DELIMITED BY SIZE
                          DRIFT-POS-EDITED DELIMITED BY SIZE
                          " TO" DELIMITED BY SIZE
                          DRIFT-POS-2-EDITED DELIMITED BY SIZE
                       INTO DRIFT-WORK-LINE(44:)
                   END-STRING
           END-EVALUATE
           IF DRIFT-HITS-ROLE
               MOVE "ROLE" TO DRIFT-WORK-LINE(77:4)
           END-IF
           PERFORM 0214-ADD-DRIFT-LINE.

       0219-PRINT-DRIFT-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "DRIFTRPT" TO RW-FILE-NAME
           MOVE "SOURCE TABLE SCHEMA DRIFT" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "LINE" TO RW-ACTION
           PERFORM VARYING DRIFT-IDX FROM 1 BY 1
                   UNTIL DRIFT-IDX > DRIFT-LINE-COUNT
               MOVE DRIFT-LINE(DRIFT-IDX) TO RW-LINE
               CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           END-PERFORM
           MOVE DRIFT-TABLE-COUNT TO DRIFT-POS-EDITED
           MOVE DRIFT-STOP-COUNT  TO DRIFT-POS-2-EDITED
           MOVE SPACES TO RW-LINE
           STRING "TABLES WITH DRIFT" DELIMITED BY SIZE
                  DRIFT-POS-EDITED DELIMITED BY SIZE
                  "   STOPPED ON A ROLE COLUMN" DELIMITED BY SIZE
                  DRIFT-POS-2-EDITED DELIMITED BY SIZE
               INTO RW-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       0210-CHECK-INTEGRITY.
      * Pre-flight integrity check through the same sqlite3_exec
      * path the scan uses - a corrupt source database used to
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF.

       0235-LOAD-WATCHES.
      * Active entries for this table (or for every table) whose
      * expiry date has not yet passed - an entry past its date is
      * dropped here even before WTCH-EXP has marked it.
           MOVE 0 TO CTX-WATCH-COUNT
           MOVE ZERO TO CTX-WATCH-HIT-TOTAL
           MOVE "N" TO WATCH-EOF-FLAG
           OPEN INPUT WATCHFILE
           IF NOT WATCH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WATCH-AT-EOF
               READ WATCHFILE
                   AT END
                       SET WATCH-AT-EOF TO TRUE
                   NOT AT END
                       IF WL-IS-ACTIVE AND
                          WL-EXPIRY-DATE NOT < BUSINESS-DATE AND
                          (WL-TABLE-NAME = SPACES OR
                           WL-TABLE-NAME = TABLE-NAME)
                           PERFORM 0236-TAKE-ONE-WATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHFILE
           IF CTX-WATCH-COUNT > 0
               MOVE "WATCH-LIST ENTRIES LOADED FROM SUMWATCH"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF.

       0236-TAKE-ONE-WATCH.
           IF CTX-WATCH-COUNT NOT < 20
               MOVE "WATCH LIST FULL (20) - LATER ENTRIES NOT CHECKED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTX-WATCH-COUNT
           MOVE WL-WATCH-ID   TO CTX-WATCH-ID(CTX-WATCH-COUNT)
           MOVE WL-TYPE       TO CTX-WATCH-TYPE(CTX-WATCH-COUNT)
           MOVE WL-VALUE      TO CTX-WATCH-VALUE(CTX-WATCH-COUNT)
           MOVE ZERO TO CTX-WATCH-MIN(CTX-WATCH-COUNT)
           MOVE ZERO TO CTX-WATCH-MAX(CTX-WATCH-COUNT)
           IF WL-AMT-MIN NUMERIC
               MOVE WL-AMT-MIN TO CTX-WATCH-MIN(CTX-WATCH-COUNT)
           END-IF
           IF WL-AMT-MAX NUMERIC
               MOVE WL-AMT-MAX TO CTX-WATCH-MAX(CTX-WATCH-COUNT)
           END-IF
           MOVE WL-REQUESTER  TO CTX-WATCH-REQUESTER(CTX-WATCH-COUNT)
           MOVE WL-DEST       TO CTX-WATCH-DEST(CTX-WATCH-COUNT)
           MOVE ZERO          TO CTX-WATCH-HITS(CTX-WATCH-COUNT).

       0237-LOAD-KNOWN-EXCEPTIONS.
      * Active entries for this table (or every table) not yet past
      * their expiry date - a lapsed entry simply stops applying.
           MOVE 0 TO CTX-KNEX-COUNT
           MOVE "N" TO KNEX-EOF-FLAG
           MOVE "N" TO KNEX-FULL-FLAG
           OPEN INPUT KNEXFILE
           IF NOT KNEX-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL KNEX-AT-EOF
               READ KNEXFILE
                   AT END
                       SET KNEX-AT-EOF TO TRUE
                   NOT AT END
                       IF KX-IS-ACTIVE AND
                          KX-EXPIRY-DATE NOT < BUSINESS-DATE AND
                          (KX-TABLE-NAME = SPACES OR
                           KX-TABLE-NAME = TABLE-NAME)
                           IF CTX-KNEX-COUNT < 50
                               ADD 1 TO CTX-KNEX-COUNT
                               MOVE KX-KEY
                                   TO CTX-KNEX-KEY(CTX-KNEX-COUNT)
                               IF KX-LONG-KEY NOT = SPACES
                                   MOVE KX-LONG-KEY
                                     TO CTX-KNEX-KEY(CTX-KNEX-COUNT)
                               END-IF
                           ELSE
                               SET KNEX-LIST-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KNEXFILE
           IF KNEX-LIST-FULL
               MOVE "KNOWN-EXCEPTION LIST FULL (50) - REST NOT USED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       0250-WRITE-DETAIL-HEADER.
      * Fresh extract per run - OPEN OUTPUT truncates whatever the
      * prior run left, then the header goes first so the callback's
           MOVE FILTER-START-DATE TO DETL-HDR-START-DATE
           MOVE FILTER-END-DATE   TO DETL-HDR-END-DATE
           MOVE FILTER-STATUS     TO DETL-HDR-STATUS
           MOVE "03"              TO DETL-HDR-VERSION
           MOVE RUN-NUMBER        TO DETL-HDR-RUN-NO
           WRITE DETL-RECORD
           CLOSE DETLFILE.
               SET WHERE-ADDED TO TRUE
           END-IF.

       0307-CAPTURE-QUERY-PLAN.
      * The plan for the statement exactly as built - filters,
      * restart key and all. A plan sqlite cannot give is logged
      * and the scan goes ahead; the plan never stops a run.
           INITIALIZE PLAN-LINES
           MOVE SPACES TO PLAN-SQL
           STRING "EXPLAIN QUERY PLAN " DELIMITED BY SIZE
                  SQLQUERY              DELIMITED BY SIZE
               INTO PLAN-SQL
           END-STRING
           INSPECT PLAN-SQL REPLACING TRAILING SPACE BY LOW-VALUE
           SET PLAN-CALLBACK TO ADDRESS OF ENTRY "PLAN-CB"
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE PLAN-SQL
               BY VALUE     PLAN-CALLBACK
               BY REFERENCE PLAN-LINES
               BY REFERENCE ERR
               RETURNING PLAN-RC
           END-CALL
           IF PLAN-RC NOT = ZERO OR PLNL-COUNT = 0
               MOVE "QUERY PLAN UNAVAILABLE - PLAN UNCHECKED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO PLAN-FULL-SCAN-FLAG
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
                   UNTIL PLAN-IDX > PLNL-COUNT
               MOVE SPACES TO LOG-TEXT
               STRING "QUERY PLAN: "         DELIMITED BY SIZE
                      PLNL-DETAIL(PLAN-IDX)  DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               PERFORM 0302-JUDGE-PLAN-LINE
               IF PLAN-LINE-IS-SCAN
                   SET PLAN-HAS-FULL-SCAN TO TRUE
               END-IF
           END-PERFORM
           IF PLNL-OVERFLOWED
               MOVE "QUERY PLAN OVER 20 LINES - ONLY THE FIRST 20 KEPT"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF
           IF PLAN-HAS-FULL-SCAN
               PERFORM 0303-CHECK-SCAN-SIZE
           END-IF

      * A resumed scan's statement carries the restart key, so its
      * plan is not the night's plan - neither compared nor kept.
           IF RESTART-MODE-ON AND RESTART-LAST-KEY NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 0308-LOAD-PRIOR-PLAN
           MOVE "N" TO PLAN-CHANGED-FLAG
           IF PLAN-OLD-COUNT > 0
               IF PLAN-OLD-COUNT NOT = PLNL-COUNT
                   SET PLAN-CHANGED TO TRUE
               END-IF
               PERFORM VARYING PLAN-IDX FROM 1 BY 1
                       UNTIL PLAN-IDX > PLNL-COUNT OR PLAN-CHANGED
                   IF PLNL-DETAIL(PLAN-IDX) NOT = PLNO-DETAIL(PLAN-IDX)
                       SET PLAN-CHANGED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF PLAN-CHANGED
               PERFORM VARYING PLAN-IDX FROM 1 BY 1
                       UNTIL PLAN-IDX > PLAN-OLD-COUNT
                   MOVE SPACES TO LOG-TEXT
                   STRING "QUERY PLAN WAS: "      DELIMITED BY SIZE
                          PLNO-DETAIL(PLAN-IDX)   DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               END-PERFORM
               MOVE SPACES TO LOG-TEXT
               STRING "QUERY PLAN CHANGED FOR " DELIMITED BY SIZE
                      TABLE-NAME DELIMITED BY SPACE
                      " SINCE "  DELIMITED BY SIZE
                      PLAN-OLD-DATE DELIMITED BY SIZE
                      " - CHECK ITS INDEXES" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               IF NOT DRY-RUN-REQUESTED
                   CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               END-IF
           END-IF
           IF NOT DRY-RUN-REQUESTED
               PERFORM 0309-RECORD-PLAN
           END-IF.

       0302-JUDGE-PLAN-LINE.
      * "SCAN <table>" with no index named reads every row - "SCAN
      * TABLE <table>" on older sqlite. A SEARCH, or a SCAN USING an
      * index, does not.
           MOVE "N" TO PLAN-LINE-SCAN-FLAG
           IF PLNL-DETAIL(PLAN-IDX)(1:5) = "SCAN "
               MOVE 0 TO PLAN-USING-COUNT
               INSPECT PLNL-DETAIL(PLAN-IDX) TALLYING PLAN-USING-COUNT
                   FOR ALL " USING "
               IF PLAN-USING-COUNT = 0
                   SET PLAN-LINE-IS-SCAN TO TRUE
               END-IF
           END-IF.

       0303-CHECK-SCAN-SIZE.
      * The table's own limit wins over the *ALL* one; no limit that
      * applies means no size warning.
           MOVE "N" TO PLAN-LIMIT-FLAG
           MOVE ZERO TO PLAN-SCAN-LIMIT
           MOVE "N" TO PLANL-EOF-FLAG
           OPEN INPUT PLANLFILE
           IF PLANL-FILE-OK
               PERFORM UNTIL PLANL-AT-EOF
                   READ PLANLFILE
                       AT END
                           SET PLANL-AT-EOF TO TRUE
                       NOT AT END
                           IF PLL-SCAN-ROWS NUMERIC AND
                              (PLL-KEY = TABLE-NAME OR
                               (PLL-KEY = "*ALL*" AND
                                NOT PLAN-LIMIT-SET))
                               MOVE PLL-SCAN-ROWS TO PLAN-SCAN-LIMIT
                               IF PLL-KEY = TABLE-NAME
                                   SET PLAN-LIMIT-SET TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANLFILE
           END-IF
           IF PLAN-SCAN-LIMIT = ZERO
               EXIT PARAGRAPH
           END-IF

      * COUNT(*) through the one-answer callback, as the source
      * control check takes it.
           MOVE SPACES TO INTEG-ANSWER
           MOVE SPACES TO PLAN-COUNT-SQL
           STRING "SELECT COUNT(*) FROM " DELIMITED BY SIZE
                  TABLE-NAME              DELIMITED BY SPACE
                  ";"                     DELIMITED BY SIZE
               INTO PLAN-COUNT-SQL
           END-STRING
           INSPECT PLAN-COUNT-SQL REPLACING TRAILING SPACE BY LOW-VALUE
           SET INTEG-CALLBACK TO ADDRESS OF ENTRY "INTEG-CB"
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE PLAN-COUNT-SQL
               BY VALUE     INTEG-CALLBACK
               BY REFERENCE INTEG-ANSWER
               BY REFERENCE ERR
               RETURNING PLAN-RC
           END-CALL
           IF PLAN-RC NOT = ZERO
               MOVE "TABLE SIZE UNREADABLE - FULL SCAN NOT SIZED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           INSPECT INTEG-ANSWER REPLACING ALL LOW-VALUE BY SPACE
           COMPUTE PLAN-TABLE-ROWS = FUNCTION NUMVAL(INTEG-ANSWER)
           IF PLAN-TABLE-ROWS > PLAN-SCAN-LIMIT
               MOVE PLAN-TABLE-ROWS TO PLAN-ROWS-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "FULL TABLE SCAN ON " DELIMITED BY SIZE
                      TABLE-NAME DELIMITED BY SPACE
                      " -" DELIMITED BY SIZE
                      PLAN-ROWS-EDITED DELIMITED BY SIZE
                      " ROWS, OVER LIMIT" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               IF NOT DRY-RUN-REQUESTED
                   CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               END-IF
           END-IF.

       0308-LOAD-PRIOR-PLAN.
      * Only the newest group for the same table and filters counts -
      * a different filter set is a different statement.
           MOVE 0 TO PLAN-OLD-COUNT
           MOVE SPACES TO PLAN-OLD-TS
           MOVE SPACES TO PLAN-OLD-DATE
           MOVE "N" TO PLANH-EOF-FLAG
           OPEN INPUT PLANHFILE
           IF NOT PLANH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PLANH-AT-EOF
               READ PLANHFILE
                   AT END
                       SET PLANH-AT-EOF TO TRUE
                   NOT AT END
                       IF PLH-TABLE-NAME = TABLE-NAME AND
                          PLH-FILTER-START = FILTER-START-DATE AND
                          PLH-FILTER-END = FILTER-END-DATE AND
                          PLH-FILTER-STATUS = FILTER-STATUS AND
                          PLH-RECORDED-TS >= PLAN-OLD-TS
                           IF PLH-RECORDED-TS > PLAN-OLD-TS
                               MOVE PLH-RECORDED-TS TO PLAN-OLD-TS
                               MOVE PLH-RUN-DATE TO PLAN-OLD-DATE
                               MOVE 0 TO PLAN-OLD-COUNT
                           END-IF
                           IF PLAN-OLD-COUNT < 20
                               ADD 1 TO PLAN-OLD-COUNT
                               MOVE PLH-DETAIL
                                   TO PLNO-DETAIL(PLAN-OLD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLANHFILE.

       0309-RECORD-PLAN.
           OPEN EXTEND PLANHFILE
           MOVE FUNCTION CURRENT-DATE (1:16) TO PLAN-RECORDED-TS
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
                   UNTIL PLAN-IDX > PLNL-COUNT
               PERFORM 0302-JUDGE-PLAN-LINE
               MOVE SPACES TO PLANH-RECORD
               MOVE TABLE-NAME            TO PLH-TABLE-NAME
               MOVE PLAN-RECORDED-TS      TO PLH-RECORDED-TS
               MOVE BUSINESS-DATE         TO PLH-RUN-DATE
               MOVE FILTER-START-DATE     TO PLH-FILTER-START
               MOVE FILTER-END-DATE       TO PLH-FILTER-END
               MOVE FILTER-STATUS         TO PLH-FILTER-STATUS
               MOVE PLAN-IDX              TO PLH-LINE-SEQ
               MOVE PLAN-LINE-SCAN-FLAG   TO PLH-FULL-SCAN
               MOVE PLNL-DETAIL(PLAN-IDX) TO PLH-DETAIL
               WRITE PLANH-RECORD
           END-PERFORM
           CLOSE PLANHFILE.

       0310-RUN-SQLITE-QUERY.
      * SQLITE-CALLBACK is the one shared callback implementation -
      * no need for TEST-SUM to carry its own copy of it.
           SET CALLBACK TO ADDRESS OF ENTRY "SQLITE-CALLBACK"

           MOVE "BEGIN TRANSACTION;" TO TXNSQL
           INSPECT TXNSQL REPLACING TRAILING SPACE BY LOW-VALUE
           SET NULL-CALLBACK TO NULL
           SET NULL-PARG     TO NULL
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE TXNSQL
               BY VALUE     NULL-CALLBACK
               BY REFERENCE NULL-PARG
               BY REFERENCE ERR
               RETURNING TXN-RC
           END-CALL

           IF TXN-RC NOT = ZERO
               MOVE "BEGIN TRANSACTION FAILED" TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT,
                                                LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF

           PERFORM 0305-BUILD-QUERY
           PERFORM 0307-CAPTURE-QUERY-PLAN

      * Busy/locked retry around the scan itself - the context is
      * snapshotted first and put back before each new attempt, so
      * rows a failed attempt already fed through the callback are
      * never counted twice.
           MOVE CB-CONTEXT TO CONTEXT-SNAPSHOT(1:LENGTH OF CB-CONTEXT)
           MOVE 0 TO ATTEMPT-NUMBER
           PERFORM WITH TEST AFTER
                   UNTIL (RC NOT = SQLITE-BUSY-RC AND
                          RC NOT = SQLITE-LOCKED-RC)
                      OR ATTEMPT-NUMBER > RETRY-MAX
               ADD 1 TO ATTEMPT-NUMBER
               IF ATTEMPT-NUMBER > 1
                   PERFORM 0220-WAIT-FOR-WRITER
                   MOVE CONTEXT-SNAPSHOT(1:LENGTH OF CB-CONTEXT)
                       TO CB-CONTEXT
               END-IF
      * The prepared-statement engine and the text callback feed
      * the same context and checkpoint - which one runs is a card
      * switch, so the big tables can shed the per-row text cost
      * without losing the retry/restart machinery around them.
               IF PREP-MODE-REQUESTED
               PERFORM 0570-PRINT-CURRENCY-SPLIT
           END-IF

      * Time-of-day profile, when the run designated a timestamp
      * column.
           IF NOT NO-ROWS-FOUND AND HOURLY-ON
               PERFORM 0575-PRINT-HOUR-PROFILE
           END-IF

      * Rule violations, when any rules were on file - the zero line
      * proves the rules ran, same as the outlier count below.
           IF NOT NO-ROWS-FOUND AND CTX-RULE-COUNT > 0
               PERFORM 0510-WRITE-RPT-LINE
           END-IF

      * Watch-list hits, when any entries were live for the table -
      * the zero line proves the list was checked.
           IF NOT NO-ROWS-FOUND AND CTX-WATCH-COUNT > 0
               MOVE CTX-WATCH-HIT-TOTAL TO WATCH-HIT-EDITED
               MOVE SPACES TO RPT-LINE
               STRING "WATCH-LIST HITS: " DELIMITED BY SIZE
                      WATCH-HIT-EDITED    DELIMITED BY SIZE
                      "  (SEE SUMWHIT)"   DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 0510-WRITE-RPT-LINE
           END-IF

      * Exception count from the in-scan outlier check - printed
      * whenever the check ran, zero or not, so a clean run is
      * visibly clean rather than silent.
                   INTO RPT-LINE
               END-STRING
               PERFORM 0510-WRITE-RPT-LINE
      * Rows on listed keys that would otherwise have been flagged.
               IF CTX-KNEX-COUNT > 0
                   MOVE CTX-EXCP-KNOWN-COUNT TO KNOWN-COUNT-EDITED
                   MOVE SPACES TO RPT-LINE
                   STRING "KNOWN EXCEPTIONS PASSED: " DELIMITED BY SIZE
                          KNOWN-COUNT-EDITED DELIMITED BY SIZE
                          "  (SEE SUMKNEX)"  DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 0510-WRITE-RPT-LINE
               END-IF
           END-IF

           IF NOT NO-ROWS-FOUND AND
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF.

       0575-PRINT-HOUR-PROFILE.
      * Every hour of the day for the table, the empty ones too -
      * dead hours are as much the point as the peaks - then each
      * profiled category's active hours, the rows no stamp could
      * place, and the after-hours count itemized on SUMAFTH.
           MOVE SPACES TO RPT-LINE
           IF CTX-TS-COL-POS = 0
               STRING "HOURLY PROFILE: STAMP COLUMN " DELIMITED BY SIZE
                      TS-COL-NAME DELIMITED BY SPACE
                      " NOT FOUND - NO PROFILE" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 0510-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF CTX-TRADE-OPEN = CTX-TRADE-CLOSE
               STRING "HOURLY PROFILE (" DELIMITED BY SIZE
                      TS-COL-NAME DELIMITED BY SPACE
                      ", NO TRADING HOURS SET):" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE CTX-TRADE-OPEN  TO HOUR-OPEN-SHOWN
               MOVE CTX-TRADE-CLOSE TO HOUR-CLOSE-SHOWN
               STRING "HOURLY PROFILE (" DELIMITED BY SIZE
                      TS-COL-NAME DELIMITED BY SPACE
                      ", TRADING HOURS " DELIMITED BY SIZE
                      HOUR-OPEN-SHOWN DELIMITED BY SIZE
                      ":00-" DELIMITED BY SIZE
                      HOUR-CLOSE-SHOWN DELIMITED BY SIZE
                      ":00):" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 0510-WRITE-RPT-LINE
           MOVE "  HOUR          ROWS           AMOUNT" TO RPT-LINE
           PERFORM 0510-WRITE-RPT-LINE
           PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
               MOVE CTX-HOUR-ROWS(HOUR-IDX)  TO HOUR-ROWS-EDITED
               MOVE CTX-HOUR-TOTAL(HOUR-IDX) TO HOUR-TOTAL-EDITED
               PERFORM 0576-PRINT-ONE-HOUR
           END-PERFORM
           IF HOURLY-BY-CAT-ON
               PERFORM VARYING HCAT-RPT-IDX FROM 1 BY 1
                       UNTIL HCAT-RPT-IDX > CTX-HCAT-COUNT
                   MOVE CTX-HCAT-NAME(HCAT-RPT-IDX) TO GROUP-NAME-WORK
                   INSPECT GROUP-NAME-WORK
                       REPLACING ALL LOW-VALUE BY SPACE
                   IF GROUP-NAME-WORK = SPACES
                       MOVE "(NONE)" TO GROUP-NAME-WORK
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING "  CATEGORY " DELIMITED BY SIZE
                          GROUP-NAME-WORK DELIMITED BY "  "
                          ":" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 0510-WRITE-RPT-LINE
                   PERFORM VARYING HOUR-IDX FROM 1 BY 1
                           UNTIL HOUR-IDX > 24
                       IF CTX-HCAT-ROWS(HCAT-RPT-IDX, HOUR-IDX) > 0
                           MOVE CTX-HCAT-ROWS(HCAT-RPT-IDX, HOUR-IDX)
                               TO HOUR-ROWS-EDITED
                           MOVE CTX-HCAT-TOTAL(HCAT-RPT-IDX, HOUR-IDX)
                               TO HOUR-TOTAL-EDITED
                           PERFORM 0576-PRINT-ONE-HOUR
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF CTX-HCAT-OVERFLOWED
                   MOVE "  ** MORE THAN 10 CATEGORIES - REST NOT SHOWN"
                       TO RPT-LINE
                   PERFORM 0510-WRITE-RPT-LINE
               END-IF
           END-IF
           IF CTX-HOUR-NOTIME-COUNT > 0
               MOVE CTX-HOUR-NOTIME-COUNT TO HOUR-ROWS-EDITED
               MOVE SPACES TO RPT-LINE
               STRING "  NO READABLE STAMP: " DELIMITED BY SIZE
                      HOUR-ROWS-EDITED DELIMITED BY SIZE
                      " ROW(S)" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 0510-WRITE-RPT-LINE
           END-IF
           IF CTX-TRADE-OPEN NOT = CTX-TRADE-CLOSE
               MOVE CTX-AFTER-HOURS-COUNT TO HOUR-ROWS-EDITED
               MOVE SPACES TO RPT-LINE
               STRING "  AFTER-HOURS ROWS: " DELIMITED BY SIZE
                      HOUR-ROWS-EDITED DELIMITED BY SIZE
                      "  (SEE SUMAFTH)" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 0510-WRITE-RPT-LINE
           END-IF
           IF RESTART-MODE-ON
               MOVE "  (RESTARTED RUN - EARLIER ROWS NOT PROFILED)"
                   TO RPT-LINE
               PERFORM 0510-WRITE-RPT-LINE
           END-IF
           IF CTX-AFTER-HOURS-COUNT > 0 AND NOT DRY-RUN-REQUESTED
               MOVE CTX-AFTER-HOURS-COUNT TO HOUR-ROWS-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "AFTER-HOURS ROWS IN " DELIMITED BY SIZE
                      TABLE-NAME DELIMITED BY SPACE
                      ":" DELIMITED BY SIZE
                      HOUR-ROWS-EDITED DELIMITED BY SIZE
                      " - SEE SUMAFTH" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       0576-PRINT-ONE-HOUR.
           COMPUTE HOUR-SHOWN = HOUR-IDX - 1
           PERFORM 0577-JUDGE-HOUR
           MOVE SPACES TO RPT-LINE
           IF HOUR-IS-AFTER-HOURS
               STRING "  " DELIMITED BY SIZE
                      HOUR-SHOWN DELIMITED BY SIZE
                      ":00  " DELIMITED BY SIZE
                      HOUR-ROWS-EDITED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HOUR-TOTAL-EDITED DELIMITED BY SIZE
                      "  AFTER HOURS" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      HOUR-SHOWN DELIMITED BY SIZE
                      ":00  " DELIMITED BY SIZE
                      HOUR-ROWS-EDITED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HOUR-TOTAL-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 0510-WRITE-RPT-LINE.

       0577-JUDGE-HOUR.
      * HOUR-SHOWN against the table's trading hours - the test the
      * callback applies to each row (see 7600-PROFILE-HOUR).
           MOVE "N" TO HOUR-AFTER-FLAG
           IF CTX-TRADE-OPEN = CTX-TRADE-CLOSE
               EXIT PARAGRAPH
           END-IF
           IF CTX-TRADE-OPEN < CTX-TRADE-CLOSE
               IF HOUR-SHOWN < CTX-TRADE-OPEN OR
                  HOUR-SHOWN >= CTX-TRADE-CLOSE
                   SET HOUR-IS-AFTER-HOURS TO TRUE
               END-IF
           ELSE
               IF HOUR-SHOWN < CTX-TRADE-OPEN AND
                  HOUR-SHOWN >= CTX-TRADE-CLOSE
                   SET HOUR-IS-AFTER-HOURS TO TRUE
               END-IF
           END-IF.

       0583-LOAD-CATEGORY-MASTER.
           MOVE 0 TO CATM-COUNT
           MOVE "N" TO CATM-EOF-FLAG
                       MOVE "CAT " TO VIOL-COLUMN-ROLE
                       MOVE "CATMAST" TO VIOL-RULE-TYPE
                       MOVE GROUP-NAME-WORK(1:9) TO VIOL-KEY
                       MOVE GROUP-NAME-WORK(1:16) TO VIOL-LONG-KEY
                       MOVE GROUP-NAME-WORK TO VIOL-VALUE
                       MOVE ZERO TO VIOL-ROW-POSITION
                       WRITE VIOL-RECORD
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
      * The table's legal entity decides the batch's number series.
      * A table with no entity on SUMENTITY is not posted at all -
      * accounting would only have to split it back out by hand -
      * and nothing else tonight is held for it: assign the table
      * and rerun to cut its batch.
           PERFORM 0805-RESOLVE-ENTITY
           IF NOT ENTQ-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM 0830-ASSIGN-BATCH-NUMBER
           IF GL-BATCH-NO = 0
               EXIT PARAGRAPH
           END-IF

           IF MANIFEST-LOADED
               OPEN EXTEND GLPOST
      * Batch envelope: header first, trailer after the pairs -
      * each 0800 pass cuts one numbered batch, so a manifest run
      * leaves one batch per table on the file.
           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-HEADER TO TRUE
           MOVE GL-BATCH-NO   TO GL-HDR-BATCH-NO
           MOVE RPT-RUN-DATE  TO GL-HDR-RUN-DATE
           MOVE POST-ENTITY   TO GL-HDR-ENTITY
           MOVE RUN-NUMBER    TO RUN-NUMBER-EDITED
           MOVE SPACES        TO GL-HDR-REFERENCE
           STRING "ORIGINAL R" DELIMITED BY SIZE
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           CLOSE GLARCFILE
           CLOSE GLPOST
           MOVE "ORIGINAL" TO GL-REG-REFERENCE
           MOVE 0 TO GL-REG-REVERSES
           PERFORM 0840-REGISTER-BATCH
           MOVE GL-LINE-COUNT TO GL-LINES-EDITED
           MOVE GL-BATCH-NO   TO GL-BATCH-EDITED
           STRING "LEDGER BATCH " DELIMITED BY SIZE
                  POST-ENTITY     DELIMITED BY SPACE
                  "/"             DELIMITED BY SIZE
                  GL-BATCH-EDITED DELIMITED BY SIZE
                  " WRITTEN, "    DELIMITED BY SIZE
                  GL-LINES-EDITED DELIMITED BY SIZE
                  " LINES"        DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
      * Accruals ride behind the night's own batch - their own
      * numbered batches on the same file and the same register.
           PERFORM 0860-POST-ACCRUALS.

       0805-RESOLVE-ENTITY.
           MOVE SPACES TO POST-ENTITY
           SET ENTQ-FOR-TABLE TO TRUE
           MOVE TABLE-NAME TO ENTQ-CODE
           CALL "ENTITY-OF" USING BY REFERENCE ENTQ-REQUEST
           IF ENTQ-WAS-FOUND
               MOVE ENTQ-ENTITY TO POST-ENTITY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-TEXT
           STRING "NO LEGAL ENTITY FOR " DELIMITED BY SIZE
                  TABLE-NAME DELIMITED BY SPACE
                  " ON SUMENTITY - LEDGER POSTING STOPPED"
                      DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT.

       0830-ASSIGN-BATCH-NUMBER.
      * The next number in the entity's series off the sequence
      * control - GLSEQ-NEXT keeps every other series on the file.
      * No number (zero) means the sequence control could not be
      * kept; the caller cuts no batch rather than reuse a number.
           MOVE POST-ENTITY TO GLSQ-ENTITY
           CALL "GLSEQ-NEXT" USING BY REFERENCE GLSQ-REQUEST
           MOVE GLSQ-BATCH-NO TO GL-BATCH-NO
           IF GL-BATCH-NO = 0
               MOVE SPACES TO LOG-TEXT
               STRING "NO BATCH NUMBER FOR ENTITY " DELIMITED BY SIZE
                      POST-ENTITY DELIMITED BY SPACE
                      " - LEDGER POSTING STOPPED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       0840-REGISTER-BATCH.
      * Gap check against the register before the new entry goes
      * on: tonight's number should be the last entry in the same
      * entity's series plus one - anything else means a batch was
      * cut off the books or the sequence control was touched by
      * hand.
           MOVE 0 TO GLREG-LAST-BATCH
           MOVE "N" TO GLREG-EOF-FLAG
           OPEN INPUT GLREGFILE
                       AT END
                           SET GLREG-AT-EOF TO TRUE
                       NOT AT END
                           IF GREG-BATCH-NO NUMERIC AND
                              GREG-ENTITY = POST-ENTITY
                               MOVE GREG-BATCH-NO TO GLREG-LAST-BATCH
                           END-IF
                   END-READ
              GL-BATCH-NO NOT = GLREG-LAST-BATCH + 1
               MOVE GL-BATCH-NO TO GL-BATCH-EDITED
               STRING "BATCH NUMBER GAP: "  DELIMITED BY SIZE
                      POST-ENTITY           DELIMITED BY SPACE
                      "/"                   DELIMITED BY SIZE
                      GL-BATCH-EDITED       DELIMITED BY SIZE
                      " NOT LAST REGISTER ENTRY PLUS ONE"
                          DELIMITED BY SIZE
           MOVE TABLE-NAME    TO GREG-TABLE-NAME
           MOVE GL-PAIR-COUNT TO GREG-PAIR-COUNT
           MOVE GL-BATCH-HASH TO GREG-HASH
           MOVE GL-REG-REFERENCE TO GREG-REFERENCE
           MOVE GL-REG-REVERSES  TO GREG-REVERSES-BATCH
           MOVE FUNCTION CURRENT-DATE (1:16) TO GREG-CUT-TS
           MOVE POST-ENTITY      TO GREG-ENTITY
           WRITE GLREG-RECORD
           CLOSE GLREGFILE.

               FUNCTION MOD(GL-BATCH-HASH + GL-AMOUNT * 100,
                            1000000000000000).

       0860-POST-ACCRUALS.
      * Reversals first: an accrual from an earlier month that no
      * REVERSAL entry answers goes back out now - on the first
      * business day of the month in the normal course, on the
      * first clean run after it when that day's run failed. Then,
      * on the calendar's month-end day, the month's accruals.
           SET PERQ-BY-DATE TO TRUE
           MOVE RPT-RUN-DATE TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           MOVE PERQ-PERIOD-ID  TO ACCRUAL-PERIOD
           MOVE PERQ-START-DATE TO ACCRUAL-START-DATE
           MOVE PERQ-END-DATE   TO ACCRUAL-END-DATE
           PERFORM 0870-SCAN-ACCRUAL-REGISTER
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > ACCR-REG-COUNT
               IF AR-REVERSED(AR-IDX) NOT = "Y" AND
                  AR-RUN-DATE(AR-IDX) < ACCRUAL-START-DATE
                   PERFORM 0880-CUT-REVERSAL-BATCH
               END-IF
           END-PERFORM
           IF CAL-IS-MONTH-END
               IF ACCRUAL-ALREADY-CUT
                   MOVE "ACCRUALS ALREADY CUT FOR THIS MONTH - SKIPPED"
                       TO LOG-TEXT
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               ELSE
                   PERFORM 0865-CUT-ACCRUAL-BATCH
               END-IF
           END-IF.

       0865-CUT-ACCRUAL-BATCH.
      * The month's SUMACCR lines for this table, one balanced pair
      * each through the ordinary 0820 path - so an accrual against
      * a category the map does not know goes to *SUSPENSE*,
      * alerted, exactly as a scanned one would.
           MOVE 0 TO ACCR-LINE-COUNT
           MOVE "N" TO ACCR-EOF-FLAG
           OPEN INPUT ACCRFILE
           IF NOT ACCR-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACCR-AT-EOF
               READ ACCRFILE
                   AT END
                       SET ACCR-AT-EOF TO TRUE
                   NOT AT END
                       IF ACCR-TABLE-NAME = TABLE-NAME AND
                          ACCR-PERIOD = ACCRUAL-PERIOD
                           ADD 1 TO ACCR-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRFILE
           IF ACCR-LINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0830-ASSIGN-BATCH-NUMBER
           IF GL-BATCH-NO = 0
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
           MOVE RPT-RUN-DATE  TO GL-HDR-RUN-DATE
           MOVE POST-ENTITY   TO GL-HDR-ENTITY
           MOVE RUN-NUMBER    TO RUN-NUMBER-EDITED
           STRING "ACCRUAL R" DELIMITED BY SIZE
                  RUN-NUMBER-EDITED DELIMITED BY SIZE
               INTO GL-HDR-REFERENCE
           END-STRING
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD

           MOVE "N" TO ACCR-EOF-FLAG
           OPEN INPUT ACCRFILE
           PERFORM UNTIL ACCR-AT-EOF
               READ ACCRFILE
                   AT END
                       SET ACCR-AT-EOF TO TRUE
                   NOT AT END
                       IF ACCR-TABLE-NAME = TABLE-NAME AND
                          ACCR-PERIOD = ACCRUAL-PERIOD
                           MOVE ACCR-CATEGORY TO POST-CATEGORY
                           MOVE ACCR-AMOUNT   TO POST-AMOUNT
                           PERFORM 0820-POST-ONE-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRFILE

           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-TRAILER TO TRUE
           MOVE GL-PAIR-COUNT TO GL-TRL-PAIR-COUNT
           MOVE GL-BATCH-NO   TO GL-TRL-BATCH-NO
           MOVE GL-BATCH-HASH TO GL-TRL-HASH
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           CLOSE GLARCFILE
           CLOSE GLPOST
           MOVE "ACCRUAL" TO GL-REG-REFERENCE
           MOVE 0 TO GL-REG-REVERSES
           PERFORM 0840-REGISTER-BATCH
           MOVE GL-BATCH-NO TO GL-BATCH-EDITED
           STRING "ACCRUAL BATCH " DELIMITED BY SIZE
                  GL-BATCH-EDITED  DELIMITED BY SIZE
                  " WRITTEN FOR "  DELIMITED BY SIZE
                  ACCRUAL-PERIOD DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0870-SCAN-ACCRUAL-REGISTER.
      * This table's ACCRUAL batches, each marked off by the
      * REVERSAL entry that names it. The register is appended in
      * cut order, so a reversal always follows its accrual.
           MOVE 0 TO ACCR-REG-COUNT
           MOVE "N" TO ACCR-CUT-FLAG
           MOVE "N" TO GLREG-EOF-FLAG
           OPEN INPUT GLREGFILE
           IF GLREG-FILE-STATUS NOT = "00" AND
              GLREG-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GLREG-AT-EOF
               READ GLREGFILE
                   AT END
                       SET GLREG-AT-EOF TO TRUE
                   NOT AT END
                       IF GREG-TABLE-NAME = TABLE-NAME
                           PERFORM 0875-NOTE-ACCRUAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLREGFILE.

       0875-NOTE-ACCRUAL-ENTRY.
           EVALUATE GREG-REFERENCE
               WHEN "ACCRUAL"
                   IF GREG-RUN-DATE NOT < ACCRUAL-START-DATE AND
                      GREG-RUN-DATE NOT > ACCRUAL-END-DATE
                       SET ACCRUAL-ALREADY-CUT TO TRUE
                   END-IF
      * Keep the latest 60 - the oldest falls off the front, long
      * since reversed in any shop that runs every month.
                   IF ACCR-REG-COUNT >= 60
                       PERFORM VARYING AR-IDX FROM 1 BY 1
                               UNTIL AR-IDX >= ACCR-REG-COUNT
                           MOVE ACCR-REG-ENTRY(AR-IDX + 1)
                               TO ACCR-REG-ENTRY(AR-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM ACCR-REG-COUNT
                   END-IF
                   ADD 1 TO ACCR-REG-COUNT
                   MOVE GREG-BATCH-NO TO AR-BATCH-NO(ACCR-REG-COUNT)
                   MOVE GREG-ENTITY   TO AR-ENTITY(ACCR-REG-COUNT)
                   MOVE GREG-RUN-DATE TO AR-RUN-DATE(ACCR-REG-COUNT)
                   MOVE "N" TO AR-REVERSED(ACCR-REG-COUNT)
      * A reversal answers an accrual in its own entity's series,
      * or one cut before the table had an entity - never another
      * series' reversal that happens to carry the same number.
               WHEN "REVERSAL"
                   IF GREG-REVERSES-BATCH NUMERIC
                       PERFORM VARYING AR-IDX FROM 1 BY 1
                               UNTIL AR-IDX > ACCR-REG-COUNT
                           IF AR-BATCH-NO(AR-IDX) =
                              GREG-REVERSES-BATCH AND
                              (AR-ENTITY(AR-IDX) = GREG-ENTITY OR
                               AR-ENTITY(AR-IDX) = SPACES)
                               MOVE "Y" TO AR-REVERSED(AR-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       0880-CUT-REVERSAL-BATCH.
      * The accrual batch as it went out, off the posting archive,
      * every detail line's side turned over and dated today. An
      * accrual the archive no longer holds cannot be mirrored -
      * alerted, and left open for GLREG-RPT to show.
           MOVE 0 TO REV-LINE-COUNT
           MOVE "N" TO REV-FOUND-FLAG
           MOVE "N" TO REV-COPY-FLAG
           MOVE "N" TO REV-OVERFLOW-FLAG
           MOVE "N" TO GLARC-EOF-FLAG
           OPEN INPUT GLARCFILE
           IF GLARC-FILE-OK
               PERFORM UNTIL GLARC-AT-EOF
                   READ GLARCFILE INTO ARC-RECORD
                       AT END
                           SET GLARC-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0885-TAKE-ARCHIVED-LINE
                   END-READ
               END-PERFORM
               CLOSE GLARCFILE
           END-IF
           MOVE AR-BATCH-NO(AR-IDX) TO GL-BATCH-EDITED
           IF NOT REV-BATCH-FOUND OR REV-LINE-COUNT = 0
               STRING "ACCRUAL BATCH " DELIMITED BY SIZE
                      GL-BATCH-EDITED  DELIMITED BY SIZE
                      " NOT ON SUMGLARC - REVERSAL NOT CUT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
      * A part-reversal would leave the ledger half accrued - too
      * large a batch is refused whole and worked by hand.
           IF REV-TOO-LARGE
               STRING "ACCRUAL BATCH " DELIMITED BY SIZE
                      GL-BATCH-EDITED  DELIMITED BY SIZE
                      " OVER 200 LINES - REVERSE BY HAND"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM 0830-ASSIGN-BATCH-NUMBER
           IF GL-BATCH-NO = 0
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
           MOVE RPT-RUN-DATE  TO GL-HDR-RUN-DATE
           MOVE POST-ENTITY   TO GL-HDR-ENTITY
           MOVE AR-BATCH-NO(AR-IDX) TO RUN-NUMBER-EDITED
           STRING "REVERSAL OF " DELIMITED BY SIZE
                  RUN-NUMBER-EDITED DELIMITED BY SIZE
               INTO GL-HDR-REFERENCE
           END-STRING
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           PERFORM VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > REV-LINE-COUNT
               MOVE REV-LINE(REV-IDX) TO GLPOST-RECORD
               PERFORM 0825-HASH-POSTING-LINE
               WRITE GLPOST-RECORD
               WRITE GLARC-RECORD FROM GLPOST-RECORD
               ADD 1 TO GL-LINE-COUNT
           END-PERFORM
           COMPUTE GL-PAIR-COUNT = GL-LINE-COUNT / 2
           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-TRAILER TO TRUE
           MOVE GL-PAIR-COUNT TO GL-TRL-PAIR-COUNT
           MOVE GL-BATCH-NO   TO GL-TRL-BATCH-NO
           MOVE GL-BATCH-HASH TO GL-TRL-HASH
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           CLOSE GLARCFILE
           CLOSE GLPOST
           MOVE "REVERSAL" TO GL-REG-REFERENCE
           MOVE AR-BATCH-NO(AR-IDX) TO GL-REG-REVERSES
           PERFORM 0840-REGISTER-BATCH
           MOVE 0 TO GL-REG-REVERSES
           MOVE "Y" TO AR-REVERSED(AR-IDX)
           MOVE GL-BATCH-NO TO REV-BATCH-EDITED
           STRING "REVERSAL OF ACCRUAL BATCH " DELIMITED BY SIZE
                  GL-BATCH-EDITED  DELIMITED BY SIZE
                  " CUT AS BATCH " DELIMITED BY SIZE
                  REV-BATCH-EDITED DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0885-TAKE-ARCHIVED-LINE.
      * Copying switches on at the accrual's header and off at its
      * trailer, the GL-REGEN way of walking the archive. A batch
      * number is only unique within its entity's series.
           IF ARC-IS-HEADER
               IF ARC-HDR-BATCH-NO = AR-BATCH-NO(AR-IDX) AND
                  ARC-HDR-ENTITY = AR-ENTITY(AR-IDX)
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
           MOVE RPT-RUN-DATE TO ARC-POST-DATE
           IF ARC-DC-FLAG = "D"
               MOVE "C" TO ARC-DC-FLAG
           ELSE
               MOVE "D" TO ARC-DC-FLAG
           END-IF
           ADD 1 TO REV-LINE-COUNT
           MOVE ARC-RECORD TO REV-LINE(REV-LINE-COUNT).

       0720-WRITE-INTRADAY-POSITION.
      * The scan totals the table as it stands, so this scan IS the
      * cumulative position; the movement since the prior cycle is
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0780-WRITE-CATEGORY-HISTORY.
      * One SUMCATH record per group subtotal the scan kept, with
      * the parent the category rolls up to tonight - a later
      * re-parenting on SUMCATM must not rewrite how past months
      * were rolled. Only a clean official run gets here, so the
      * history never carries a mismatched or preview figure.
           IF CTX-GROUP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF CATM-COUNT = 0
               PERFORM 0583-LOAD-CATEGORY-MASTER
           END-IF
           OPEN EXTEND CATHFILE
           IF NOT CATH-FILE-OK AND CATH-FILE-STATUS NOT = "05"
               MOVE "CATEGORY HISTORY UNAVAILABLE - NOT WRITTEN"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CATH-WRITTEN
           PERFORM VARYING GRP-RPT-IDX FROM 1 BY 1
                   UNTIL GRP-RPT-IDX > CTX-GROUP-COUNT
               MOVE CTX-GROUP-NAME(GRP-RPT-IDX) TO GROUP-NAME-WORK
               INSPECT GROUP-NAME-WORK
                   REPLACING ALL LOW-VALUE BY SPACE
               MOVE SPACES TO CATH-RECORD
               MOVE TABLE-NAME      TO CATH-TABLE-NAME
               MOVE BUSINESS-DATE   TO CATH-RUN-DATE
               MOVE GROUP-NAME-WORK TO CATH-CATEGORY
               PERFORM VARYING CATM-IDX FROM 1 BY 1
                       UNTIL CATM-IDX > CATM-COUNT
                   IF CM-CODE(CATM-IDX) = GROUP-NAME-WORK
                       MOVE CM-PARENT(CATM-IDX) TO CATH-PARENT
                   END-IF
               END-PERFORM
               MOVE CTX-GROUP-TOTAL(GRP-RPT-IDX) TO CATH-SUBTOTAL
               MOVE CTX-GROUP-ROWS(GRP-RPT-IDX)  TO CATH-ROW-COUNT
               MOVE RUN-NUMBER      TO CATH-RUN-NUMBER
               WRITE CATH-RECORD
               ADD 1 TO CATH-WRITTEN
           END-PERFORM
           CLOSE CATHFILE
           STRING "CATEGORY HISTORY WRITTEN: " DELIMITED BY SIZE
                  CATH-WRITTEN DELIMITED BY SIZE
                  " GROUP(S)" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0785-WRITE-HOUR-PROFILE.
      * All 24 hours of the table's profile to SUMHRPH, then each
      * profiled category's active hours - only a clean official
      * run gets here, as with SUMCATH.
           IF NOT HOURLY-ON OR CTX-TS-COL-POS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HRPHFILE
           IF NOT HRPH-FILE-OK AND HRPH-FILE-STATUS NOT = "05"
               MOVE "HOURLY PROFILE HISTORY UNAVAILABLE - NOT WRITTEN"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HRPH-WRITTEN
           MOVE SPACES TO GROUP-NAME-WORK
           PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
               MOVE CTX-HOUR-ROWS(HOUR-IDX)  TO HRP-ROW-COUNT
               MOVE CTX-HOUR-TOTAL(HOUR-IDX) TO HRP-AMOUNT
               PERFORM 0787-WRITE-ONE-HOUR
           END-PERFORM
           IF HOURLY-BY-CAT-ON
               PERFORM VARYING HCAT-RPT-IDX FROM 1 BY 1
                       UNTIL HCAT-RPT-IDX > CTX-HCAT-COUNT
                   MOVE CTX-HCAT-NAME(HCAT-RPT-IDX) TO GROUP-NAME-WORK
                   INSPECT GROUP-NAME-WORK
                       REPLACING ALL LOW-VALUE BY SPACE
                   PERFORM VARYING HOUR-IDX FROM 1 BY 1
                           UNTIL HOUR-IDX > 24
                       IF CTX-HCAT-ROWS(HCAT-RPT-IDX, HOUR-IDX) > 0
                           MOVE CTX-HCAT-ROWS(HCAT-RPT-IDX, HOUR-IDX)
                               TO HRP-ROW-COUNT
                           MOVE CTX-HCAT-TOTAL(HCAT-RPT-IDX, HOUR-IDX)
                               TO HRP-AMOUNT
                           PERFORM 0787-WRITE-ONE-HOUR
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           CLOSE HRPHFILE
           MOVE SPACES TO LOG-TEXT
           STRING "HOURLY PROFILE HISTORY WRITTEN: " DELIMITED BY SIZE
                  HRPH-WRITTEN DELIMITED BY SIZE
                  " HOUR RECORD(S)" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0787-WRITE-ONE-HOUR.
      * HRP-ROW-COUNT and HRP-AMOUNT already set by the caller.
           COMPUTE HOUR-SHOWN = HOUR-IDX - 1
           PERFORM 0577-JUDGE-HOUR
           MOVE TABLE-NAME      TO HRP-TABLE-NAME
           MOVE BUSINESS-DATE   TO HRP-RUN-DATE
           MOVE GROUP-NAME-WORK TO HRP-CATEGORY
           MOVE HOUR-SHOWN      TO HRP-HOUR
           MOVE HOUR-AFTER-FLAG TO HRP-AFTER-HOURS
           MOVE RUN-NUMBER      TO HRP-RUN-NUMBER
           WRITE HRPH-RECORD
           ADD 1 TO HRPH-WRITTEN.

       0790-POST-CURRENCY-POSITIONS.
      * One SUMFXPOS record per currency in tonight's split: the
      * day's original-currency subtotal and the base amount it was
      * converted to, added to the position carried from that
      * currency's latest earlier record. A currency the feed had
      * no rate for booked no base amount tonight - the same figure
      * the converted total left it out of - and month end
      * revalues it from there.
           IF NOT CURRENCY-ON OR CTX-CURR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O FXPOSFILE
           IF NOT FXPOS-FILE-OK AND FXPOS-FILE-STATUS NOT = "05"
               MOVE "CURRENCY POSITION LEDGER UNUSABLE - NOT POSTED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FXP-POSTED-COUNT
           PERFORM VARYING CURR-IDX FROM 1 BY 1
                   UNTIL CURR-IDX > CTX-CURR-COUNT
               PERFORM 0795-POST-ONE-POSITION
           END-PERFORM
           CLOSE FXPOSFILE
           MOVE SPACES TO LOG-TEXT
           STRING "CURRENCY POSITIONS POSTED: " DELIMITED BY SIZE
                  FXP-POSTED-COUNT DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0795-POST-ONE-POSITION.
      * Prior position - START just below today's key for the
      * currency and step back one, as 0760 finds the prior closing.
           MOVE ZERO TO FXP-PRIOR-POSITION
           MOVE ZERO TO FXP-PRIOR-BASE
           MOVE TABLE-NAME              TO FXP-TABLE-NAME
           MOVE CTX-CURR-CODE(CURR-IDX) TO FXP-CURRENCY
           MOVE BUSINESS-DATE           TO FXP-RUN-DATE
           START FXPOSFILE KEY IS LESS THAN FXP-KEY
           IF FXPOS-FILE-OK
               READ FXPOSFILE PREVIOUS
               IF FXPOS-FILE-OK AND FXP-TABLE-NAME = TABLE-NAME AND
                  FXP-CURRENCY = CTX-CURR-CODE(CURR-IDX)
                   MOVE FXP-POSITION    TO FXP-PRIOR-POSITION
                   MOVE FXP-BOOKED-BASE TO FXP-PRIOR-BASE
               END-IF
           END-IF

           MOVE 0 TO RATE-HIT-IDX
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF RATE-HIT-IDX = 0 AND
                  RATE-WS-CURRENCY(RATE-IDX) = CTX-CURR-CODE(CURR-IDX)
                   MOVE RATE-IDX TO RATE-HIT-IDX
               END-IF
           END-PERFORM

           MOVE SPACES TO FXPOS-RECORD
           MOVE TABLE-NAME              TO FXP-TABLE-NAME
           MOVE CTX-CURR-CODE(CURR-IDX) TO FXP-CURRENCY
           MOVE BUSINESS-DATE           TO FXP-RUN-DATE
           MOVE CTX-CURR-TOTAL(CURR-IDX) TO FXP-DAY-ORIG
           IF RATE-HIT-IDX > 0
               MOVE RATE-WS-FACTOR(RATE-HIT-IDX) TO FXP-DAY-FACTOR
      * Unrounded, as the converted total on SUMRPT takes it, so
      * the positions' booked base adds back to what was posted.
               COMPUTE FXP-DAY-BASE-WORK =
                   CTX-CURR-TOTAL(CURR-IDX) *
                   RATE-WS-FACTOR(RATE-HIT-IDX)
           ELSE
               MOVE ZERO TO FXP-DAY-FACTOR
               MOVE ZERO TO FXP-DAY-BASE-WORK
           END-IF
           MOVE FXP-DAY-BASE-WORK TO FXP-DAY-BASE
           COMPUTE FXP-POSITION =
               FXP-PRIOR-POSITION + CTX-CURR-TOTAL(CURR-IDX)
           COMPUTE FXP-BOOKED-BASE =
               FXP-PRIOR-BASE + FXP-DAY-BASE-WORK
           MOVE FUNCTION CURRENT-DATE (1:16) TO FXP-POSTED-TS
           WRITE FXPOS-RECORD
           IF FXPOS-KEY-EXISTS
               REWRITE FXPOS-RECORD
           END-IF
           ADD 1 TO FXP-POSTED-COUNT.

       0760-FIND-PRIOR-CLOSING.
      * Latest ledger record for this table ahead of today - START
      * just below today's key and step back one.
           MOVE RPT-RUN-DATE TO TREND-RUN-DATE
           MOVE SUM-RESULT   TO TREND-TOTAL
           MOVE ROW-COUNT    TO TREND-ROW-COUNT
           MOVE RUN-NUMBER   TO TREND-RUN-NUMBER
           OPEN EXTEND TRENDLOG
           WRITE TREND-RECORD
           CLOSE TRENDLOG.
