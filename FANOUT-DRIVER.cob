      * its results into the prior completions, so twenty databases
      * never have to re-run because number fourteen arrived late
      * over the transfer link.
      *
      * Inter-shop eliminations: each scan's category subtotals are
      * kept on SUMFCAT, and the transfers named on SUMISREL are
      * taken back out of the consolidated (gross) total - entries
      * and one-sided exceptions to SUMELIM, gross, eliminations
      * and net on the report.
      *
      * Shop master: an entry whose DBLIST-SHOP-CODE names a shop on
      * SUMSHOP (see CBSHOP) is left out on a business date before
      * the shop's open date or after its close date - logged and
      * counted on the report, never scanned, never failed.
      *
      * Shop calendars: a shop whose own calendar on SUMRCAL (by
      * shop code, else by region - see CBRCAL) makes the business
      * date a non-processing day is not scanned either. It is
      * recorded on SUMFANCK and the extract as SKIP - never a
      * failure, never queued for retry - and stays out of the
      * consolidated figures and the shop master.
      *
      * Legal entity: a shop reaches the consolidated master only
      * under the legal entity its shop code is assigned to on
      * SUMENTITY (asked through ENTITY-OF). An entry with no shop
      * code or no assignment is not posted - counted and alerted,
      * never defaulted into another entity's figures.
      *
      * Cross-shop duplicates: each scan's keys are kept on SUMFKEY
      * (captured through XDUP-CB), and a key found in more than one
      * shop database for the business date is listed on the report
      * with every occurrence. The copy in the lowest-named database
      * is kept; every other shop's copy is held out of its SUMFOFFM
      * posting and written to SUMXDUP for review (see CBXDUP).
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
      * Inter-shop eliminations - each shop's category subtotals
      * (appended per scan), the relationship list naming the
      * internal transfers, and the elimination entries and
      * one-sided exceptions each consolidation appends.
           SELECT OPTIONAL FCATFILE ASSIGN TO "SUMFCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FCAT-FILE-STATUS.
           SELECT ISRELFILE ASSIGN TO "SUMISREL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ISREL-FILE-STATUS.
           SELECT OPTIONAL ELIMFILE ASSIGN TO "SUMELIM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ELIM-FILE-STATUS.

      * Cross-shop duplicates - every scan's keys (appended per
      * scan), the held occurrences awaiting review, and the sort
      * that brings one key's occurrences from every shop together.
           SELECT OPTIONAL FKEYFILE ASSIGN TO "SUMFKEY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FKEY-FILE-STATUS.
           SELECT OPTIONAL XDUPFILE ASSIGN TO "SUMXDUP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XDUP-FILE-STATUS.
           SELECT XSORTFILE ASSIGN TO "SRTXDUP".

           SELECT SHOPFILE ASSIGN TO "SUMSHOP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT OPTIONAL RCALFILE ASSIGN TO "SUMRCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBLISTFILE.
           COPY CBDBLIST.

       FD  SHOPFILE.
           COPY CBSHOP.

       FD  RCALFILE.
           COPY CBRCAL.

       FD  RETRYFILE.
           COPY CBRETRY.

       FD  BDATEFILE.
           COPY CBBDATE.

       FD  FCATFILE.
           COPY CBFCAT.

       FD  ISRELFILE.
           COPY CBISREL.

       FD  ELIMFILE.
           COPY CBELIM.

       FD  FKEYFILE.
           COPY CBFKEY.

       FD  XDUPFILE.
           COPY CBXDUP.

       SD  XSORTFILE.
       01  XS-RECORD.
           05 XS-KEY            PIC X(16).
           05 XS-DBNAME         PIC X(64).
           05 XS-TABLE-NAME     PIC X(30).
           05 XS-CATEGORY       PIC X(20).
           05 XS-AMOUNT         PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 DBLIST-FILE-STATUS  PIC XX.
           88 DBLIST-FILE-OK      VALUE "00".
       01 FOFFM-PRIOR-SUPS    PIC 9(3).
       01 POSTED-SHOP-COUNT   PIC 9(3) VALUE 0.
       01 REFUSED-SHOP-COUNT  PIC 9(3) VALUE 0.
       01 NO-ENTITY-SHOP-COUNT PIC 9(3) VALUE 0.
       01 POST-SHOP-CODE      PIC X(8).
           COPY CBENTQ.
       01 SHOPS-EDITED        PIC ZZ9.
       01 DATE-WORK           PIC X(21).

      * Inter-shop elimination state. The relationships are loaded
      * first; the category file is then walked twice - once for
      * the latest scan set per shop database + table on the date,
      * once to pick up the relationship categories off those sets.
       01 FCAT-FILE-STATUS    PIC XX.
           88 FCAT-FILE-OK        VALUE "00".
       01 ISREL-FILE-STATUS   PIC XX.
           88 ISREL-FILE-OK       VALUE "00".
       01 ELIM-FILE-STATUS    PIC XX.
           88 ELIM-FILE-OK        VALUE "00".
       01 FCAT-EOF-FLAG       PIC X.
           88 FCAT-AT-EOF         VALUE "Y".
       01 SCAN-TS             PIC X(16).
       01 GRP-IDX             PIC 99 COMP-5.
       01 REL-COUNT           PIC 9(3) COMP-5 VALUE 0.
       01 REL-TABLE.
           05 REL-ENTRY OCCURS 100 TIMES.
               10 REL-FROM-DBNAME PIC X(64).
               10 REL-TO-DBNAME   PIC X(64).
               10 REL-CATEGORY    PIC X(20).
               10 REL-FROM-AMOUNT PIC S9(9)V99 COMP-3.
               10 REL-TO-AMOUNT   PIC S9(9)V99 COMP-3.
               10 REL-FROM-BOOKED PIC X.
               10 REL-TO-BOOKED   PIC X.
       01 REL-IDX             PIC 9(3) COMP-5.
       01 CSET-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 CSET-TABLE.
           05 CSET-ENTRY OCCURS 200 TIMES.
               10 CSET-DBNAME     PIC X(64).
               10 CSET-TABLE-NAME PIC X(30).
               10 CSET-SCAN-TS    PIC X(16).
       01 CSET-IDX            PIC 9(3) COMP-5.
       01 CSET-HIT-IDX        PIC 9(3) COMP-5.
       01 FROM-SCANNED-FLAG   PIC X.
           88 FROM-SHOP-SCANNED   VALUE "Y".
       01 TO-SCANNED-FLAG     PIC X.
           88 TO-SHOP-SCANNED     VALUE "Y".
       01 ELIM-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 NET-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01 ELIM-ENTRY-COUNT    PIC 9(3) VALUE 0.
       01 ELIM-EXCP-COUNT     PIC 9(3) VALUE 0.
       01 ELIM-POSTED-TS-WS   PIC X(16).
       01 ELIM-LEG-EDITED     PIC -ZZZ,ZZZ,ZZ9.99.

      * Cross-shop duplicate state. Keys are captured per scan into
      * XKEY-CONTEXT; at consolidation the latest key set per shop
      * database + table (found with the CSET table above) is
      * sorted by key, one key's occurrences are gathered in
      * OCC-TABLE, and every held copy's amount is summed per shop
      * in HELD-TABLE for the master posting. Occurrences already
      * on SUMXDUP for the date are loaded first, so a released one
      * is counted again and a held one is not written twice.
       01 FKEY-FILE-STATUS    PIC XX.
           88 FKEY-FILE-OK        VALUE "00" "05".
       01 XDUP-FILE-STATUS    PIC XX.
           88 XDUP-FILE-OK        VALUE "00" "05".
       01 FKEY-EOF-FLAG       PIC X.
           88 FKEY-AT-EOF         VALUE "Y".
       01 XSORT-EOF-FLAG      PIC X.
           88 XSORT-AT-EOF        VALUE "Y".
       01 XDUP-CALLBACK       PROCEDURE-POINTER.
       01 XDUP-RC             PIC 9 COMP-5.
       01 XKEY-CAPTURE-FLAG   PIC X.
           88 XKEY-CAPTURED       VALUE "Y".
       01 XK-IDX              PIC 9(4) COMP-5.
           COPY CBXKEY.
       01 OCC-COUNT           PIC 99 COMP-5 VALUE 0.
       01 OCC-TABLE.
           05 OCC-ENTRY OCCURS 50 TIMES.
               10 OCC-DBNAME      PIC X(64).
               10 OCC-TABLE-NAME  PIC X(30).
               10 OCC-CATEGORY    PIC X(20).
               10 OCC-AMOUNT      PIC S9(9)V99 COMP-3.
       01 OCC-IDX             PIC 99 COMP-5.
       01 OCC-SHOP-COUNT      PIC 99 COMP-5.
       01 OCC-KEY             PIC X(16).
       01 OCC-OVERFLOW-FLAG   PIC X.
           88 OCC-OVERFLOWED      VALUE "Y".
       01 HELD-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 HELD-TABLE.
           05 HELD-ENTRY OCCURS 200 TIMES.
               10 HELD-DBNAME     PIC X(64).
               10 HELD-TABLE-NAME PIC X(30).
               10 HELD-AMOUNT     PIC S9(9)V99 COMP-3.
               10 HELD-ROWS       PIC 9(9).
       01 HELD-IDX            PIC 9(3) COMP-5.
       01 HELD-HIT-IDX        PIC 9(3) COMP-5.
       01 RVW-COUNT           PIC 9(3) COMP-5 VALUE 0.
       01 RVW-TABLE.
           05 RVW-ENTRY OCCURS 500 TIMES.
               10 RVW-KEY         PIC X(16).
               10 RVW-DBNAME      PIC X(64).
               10 RVW-STATUS      PIC X.
       01 RVW-IDX             PIC 9(3) COMP-5.
       01 RVW-HIT-IDX         PIC 9(3) COMP-5.
       01 XDUP-KEY-COUNT      PIC 9(5) VALUE 0.
       01 XDUP-HELD-COUNT     PIC 9(5) VALUE 0.
       01 XDUP-HELD-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01 XDUP-NET-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01 XDUP-DETECTED-TS-WS PIC X(16).
       01 XDUP-SHOP-CODE-WS   PIC X(8).
       01 XDUP-KEY-WS         PIC X(16).
       01 XDUP-ACTION         PIC X(8).
       01 XDUP-COUNT-EDITED   PIC ZZ,ZZ9.
       01 POST-HELD-AMOUNT    PIC S9(9)V99 COMP-3.
       01 POST-HELD-ROWS      PIC 9(9).
       01 POST-TOTAL          PIC S9(9)V99 COMP-3.
       01 POST-ROWS           PIC 9(9).

      * Shop master - code and trading dates, loaded once. No
      * master on site scans every entry, as before it existed.
       01 SHOP-FILE-STATUS    PIC XX.
           88 SHOP-FILE-OK        VALUE "00".
       01 SHOPM-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01 SHOPM-TABLE.
           05 SHOPM-ENTRY OCCURS 200 TIMES.
               10 SM-CODE         PIC X(8).
               10 SM-OPEN-DATE    PIC X(10).
               10 SM-CLOSE-DATE   PIC X(10).
               10 SM-REGION       PIC X(20).
       01 SHOPM-IDX           PIC 9(3) COMP-5.
       01 SHOPM-HIT-IDX       PIC 9(3) COMP-5.
       01 TRADING-FLAG        PIC X.
           88 SHOP-IS-TRADING     VALUE "Y".
       01 SKIPPED-SHOP-COUNT  PIC 9(3) VALUE 0.

      * The shop calendars' day types for the business date only -
      * a later entry for the same calendar (a year regenerated)
      * replaces an earlier one.
       01 RCAL-FILE-STATUS    PIC XX.
           88 RCAL-FILE-OK        VALUE "00".
       01 RDAY-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 RDAY-TABLE.
           05 RDAY-ENTRY OCCURS 200 TIMES.
               10 RDAY-CALENDAR   PIC X(20).
               10 RDAY-TYPE       PIC X.
       01 RDAY-IDX            PIC 9(3) COMP-5.
       01 RDAY-HIT-IDX        PIC 9(3) COMP-5.
       01 SHOP-CAL-TYPE       PIC X.
       01 PROCESSING-FLAG     PIC X.
           88 SHOP-IS-PROCESSING  VALUE "Y".
       01 CAL-SKIP-COUNT      PIC 9(3) VALUE 0.
       01 FO-SKIP-COUNT       PIC 9(5).

       01 DB                  POINTER.
       01 ERR                 POINTER.
       01 SQLQUERY            PIC X(100).
       01 RC                  PIC 9 COMP-5.
       01 CALLBACK            PROCEDURE-POINTER.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

      * Accumulator context handed to SQLITE-CALLBACK through
      * sqlite3_exec's pArg parameter - see CBCTX. Re-zeroed before
           IF FAN-JOB-ID = SPACES
               MOVE "FANOUT" TO FAN-JOB-ID
           END-IF
      * The business date stamps the category subtotals each scan
      * leaves, as well as the master keys posted at the end.
           PERFORM 0645-SET-MASTER-DATE
           PERFORM 0105-LOAD-SHOP-MASTER
           PERFORM 0107-LOAD-SHOP-CALENDARS

           IF MERGE-MODE
               PERFORM 0170-WAIT-AND-LOAD-PARTITIONS
           END-IF

           PERFORM 0100-LOAD-WORK-LIST
      * Every shop on its own non-processing day still gets its
      * SKIP completions and report - only an empty list stops here.
           IF WORK-COUNT = 0 AND CAL-SKIP-COUNT = 0
               IF RETRY-MODE
                   MOVE "RETRY QUEUE EMPTY - NOTHING TO RE-RUN"
                       TO LOG-TEXT
               CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
               PERFORM 0070-PRINT-MERGED-DETAIL
           END-IF
           IF SKIPPED-SHOP-COUNT > 0
               MOVE SKIPPED-SHOP-COUNT TO SHOPS-EDITED
               MOVE SPACES TO RPT-LINE
               STRING "SHOPS NOT TRADING ON " DELIMITED BY SIZE
                      FOFFM-RUN-DATE-WS       DELIMITED BY SIZE
                      " - SKIPPED: "          DELIMITED BY SIZE
                      SHOPS-EDITED            DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 0960-WRITE-RPT-LINE
           END-IF
           IF CAL-SKIP-COUNT > 0
               MOVE CAL-SKIP-COUNT TO SHOPS-EDITED
               MOVE SPACES TO RPT-LINE
               STRING "SHOPS ON THEIR OWN NON-PROCESSING DAY"
                          DELIMITED BY SIZE
                      " - SKIPPED: " DELIMITED BY SIZE
                      SHOPS-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 0960-WRITE-RPT-LINE
               IF NOT MERGE-MODE
                   PERFORM 0065-PRINT-CALENDAR-SKIPS
               END-IF
           END-IF
           PERFORM 0800-SUM-COMPLETIONS
           PERFORM 0900-PRINT-CONSOLIDATED
           PERFORM 0910-ELIMINATE-INTER-SHOP
           PERFORM 0935-HOLD-CROSS-SHOP-DUPS
           PERFORM 0920-CHECK-AGAINST-HEADOFFICE
           PERFORM 0950-TRACK-BATCH-WINDOW
           MOVE "CLOSE" TO RW-ACTION
               MOVE 0 TO RETURN-CODE
           END-IF.

       0065-PRINT-CALENDAR-SKIPS.
      * The merged detail already shows every SKIP status; a serial
      * run scanned past them, so they are listed here.
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT
               IF COMP-STATUS(COMP-IDX) = "SKIP"
                   MOVE SPACES TO RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                          COMP-DBNAME(COMP-IDX) DELIMITED BY SPACE
                          " (" DELIMITED BY SIZE
                          COMP-TABLE-NAME(COMP-IDX) DELIMITED BY SPACE
                          "): SKIP" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 0960-WRITE-RPT-LINE
               END-IF
           END-PERFORM.

       0640-POST-SHOP-MASTER.
      * Every OK completion onto the consolidated keyed master, one
      * record per shop database + table + business date - per-shop
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           IF NO-ENTITY-SHOP-COUNT > 0
               MOVE NO-ENTITY-SHOP-COUNT TO SHOPS-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "FAN-OUT: " DELIMITED BY SIZE
                      SHOPS-EDITED DELIMITED BY SIZE
                      " SHOPS WITH NO LEGAL ENTITY - NOT POSTED"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF
           IF REFUSED-SHOP-COUNT > 0
               MOVE REFUSED-SHOP-COUNT TO SHOPS-EDITED
               STRING "FAN-OUT: " DELIMITED BY SIZE
           END-IF.

       0646-POST-ONE-SHOP.
           PERFORM 0647-RESOLVE-SHOP-ENTITY
           IF NOT ENTQ-WAS-FOUND
               ADD 1 TO NO-ENTITY-SHOP-COUNT
               MOVE SPACES TO LOG-TEXT
               STRING "FAN-OUT: NO LEGAL ENTITY FOR " DELIMITED BY SIZE
                      COMP-DBNAME(COMP-IDX) DELIMITED BY SPACE
                      " - NOT POSTED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
      * Suspected cross-shop duplicates held for review stay out of
      * the shop's official figure.
           PERFORM 0648-FIND-HELD-AMOUNT
           COMPUTE POST-TOTAL = COMP-TOTAL(COMP-IDX) - POST-HELD-AMOUNT
           IF POST-HELD-ROWS < COMP-ROWS(COMP-IDX)
               COMPUTE POST-ROWS = COMP-ROWS(COMP-IDX) - POST-HELD-ROWS
           ELSE
               MOVE ZERO TO POST-ROWS
           END-IF
           MOVE COMP-DBNAME(COMP-IDX)     TO FOFFM-DBNAME
           MOVE COMP-TABLE-NAME(COMP-IDX) TO FOFFM-TABLE-NAME
           MOVE FOFFM-RUN-DATE-WS         TO FOFFM-RUN-DATE
               END-IF
               MOVE FOFFM-SUPERSEDE-COUNT TO FOFFM-PRIOR-SUPS
               ADD 1 TO FOFFM-PRIOR-SUPS
               MOVE POST-TOTAL           TO FOFFM-TOTAL
               MOVE POST-ROWS            TO FOFFM-ROWS
               MOVE FOFFM-PRIOR-SUPS     TO FOFFM-SUPERSEDE-COUNT
               MOVE FUNCTION CURRENT-DATE (1:16) TO FOFFM-POSTED-TS
               REWRITE FOFFM-RECORD
               MOVE COMP-DBNAME(COMP-IDX)     TO FOFFM-DBNAME
               MOVE COMP-TABLE-NAME(COMP-IDX) TO FOFFM-TABLE-NAME
               MOVE FOFFM-RUN-DATE-WS         TO FOFFM-RUN-DATE
               MOVE POST-TOTAL           TO FOFFM-TOTAL
               MOVE POST-ROWS            TO FOFFM-ROWS
               MOVE ZERO TO FOFFM-SUPERSEDE-COUNT
               MOVE FUNCTION CURRENT-DATE (1:16) TO FOFFM-POSTED-TS
               WRITE FOFFM-RECORD
           END-IF
           ADD 1 TO POSTED-SHOP-COUNT.

       0647-RESOLVE-SHOP-ENTITY.
      * The completion carries database and table only - the shop
      * code comes off the entry's SUMDBLIST line, the entity off
      * SUMENTITY. No list line, no code, no assignment: not found.
           MOVE SPACES TO POST-SHOP-CODE
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT DBLISTFILE
           IF DBLIST-FILE-OK
               PERFORM UNTIL LIST-AT-EOF
                   READ DBLISTFILE
                       AT END
                           SET LIST-AT-EOF TO TRUE
                       NOT AT END
                           IF DBLIST-DBNAME = COMP-DBNAME(COMP-IDX) AND
                              DBLIST-TABLE-NAME =
                                  COMP-TABLE-NAME(COMP-IDX)
                               MOVE DBLIST-SHOP-CODE TO POST-SHOP-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DBLISTFILE
           END-IF
           MOVE SPACES TO ENTQ-REQUEST
           SET ENTQ-FOR-SHOP TO TRUE
           MOVE POST-SHOP-CODE TO ENTQ-CODE
           CALL "ENTITY-OF" USING BY REFERENCE ENTQ-REQUEST.

       0648-FIND-HELD-AMOUNT.
           MOVE ZERO TO POST-HELD-AMOUNT
           MOVE ZERO TO POST-HELD-ROWS
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-COUNT
               IF HELD-DBNAME(HELD-IDX) = COMP-DBNAME(COMP-IDX) AND
                  HELD-TABLE-NAME(HELD-IDX) = COMP-TABLE-NAME(COMP-IDX)
                   MOVE HELD-AMOUNT(HELD-IDX) TO POST-HELD-AMOUNT
                   MOVE HELD-ROWS(HELD-IDX)   TO POST-HELD-ROWS
               END-IF
           END-PERFORM.

       0070-PRINT-MERGED-DETAIL.
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT
      * Every list entry no worker answered for becomes a FAIL
      * completion - the report, the extract and the retry queue
      * must carry the shops a missing worker never finished, not
      * silently drop them. A shop on its own non-processing day
      * was never given to a worker and becomes a SKIP instead.
           PERFORM 0190-FAIL-MISSING-SHOPS.

       0180-COLLECT-ONE-PARTITION.
                       SET LIST-AT-EOF TO TRUE
                   NOT AT END
                       IF DBLIST-DBNAME NOT = SPACES
                           PERFORM 0120-CHECK-SHOP-TRADING
                           IF SHOP-IS-TRADING
                               PERFORM 0125-CHECK-SHOP-CALENDAR
                               IF SHOP-IS-PROCESSING
                                   PERFORM 0195-FAIL-ONE-MISSING-SHOP
                               ELSE
                                   PERFORM 0130-RECORD-CALENDAR-SKIP
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       AT END
                           SET LIST-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 0120-CHECK-SHOP-TRADING
                           IF SHOP-IS-TRADING
                               PERFORM 0125-CHECK-SHOP-CALENDAR
                           END-IF
                           IF SHOP-IS-TRADING AND SHOP-IS-PROCESSING
                               PERFORM 0115-TAKE-LIST-ENTRY
                           END-IF
                           IF SHOP-IS-TRADING AND
                              NOT SHOP-IS-PROCESSING AND
                              NOT WORKER-MODE
                               PERFORM 0130-RECORD-CALENDAR-SKIP
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0110-KEEP-WORKER-SHARE
           END-IF.

       0115-TAKE-LIST-ENTRY.
           IF WORK-COUNT < 200
               ADD 1 TO WORK-COUNT
               MOVE DBLIST-DBNAME     TO WORK-DBNAME(WORK-COUNT)
               MOVE DBLIST-TABLE-NAME TO WORK-TABLE-NAME(WORK-COUNT)
           ELSE
               IF WORK-OVERFLOW-FLAG = "N"
                   MOVE "Y" TO WORK-OVERFLOW-FLAG
                   MOVE "WORK LIST FULL - REST SKIPPED" TO LOG-TEXT
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               END-IF
           END-IF.

       0105-LOAD-SHOP-MASTER.
           MOVE 0 TO SHOPM-COUNT
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT SHOPFILE
           IF NOT SHOP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-AT-EOF
               READ SHOPFILE
                   AT END
                       SET LIST-AT-EOF TO TRUE
                   NOT AT END
                       IF SHOP-CODE NOT = SPACES AND
                          SHOPM-COUNT < 200
                           ADD 1 TO SHOPM-COUNT
                           MOVE SHOP-CODE TO SM-CODE(SHOPM-COUNT)
                           MOVE SHOP-OPEN-DATE
                               TO SM-OPEN-DATE(SHOPM-COUNT)
                           MOVE SHOP-CLOSE-DATE
                               TO SM-CLOSE-DATE(SHOPM-COUNT)
                           MOVE SHOP-REGION
                               TO SM-REGION(SHOPM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHOPFILE.

       0107-LOAD-SHOP-CALENDARS.
           MOVE 0 TO RDAY-COUNT
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT RCALFILE
           IF NOT RCAL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-AT-EOF
               READ RCALFILE
                   AT END
                       SET LIST-AT-EOF TO TRUE
                   NOT AT END
                       IF RCAL-DATE = FOFFM-RUN-DATE-WS AND
                          RCAL-CALENDAR NOT = SPACES
                           PERFORM 0108-TAKE-CALENDAR-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RCALFILE.

       0108-TAKE-CALENDAR-DAY.
           MOVE 0 TO RDAY-HIT-IDX
           PERFORM VARYING RDAY-IDX FROM 1 BY 1
                   UNTIL RDAY-IDX > RDAY-COUNT
               IF RDAY-CALENDAR(RDAY-IDX) = RCAL-CALENDAR
                   MOVE RDAY-IDX TO RDAY-HIT-IDX
               END-IF
           END-PERFORM
           IF RDAY-HIT-IDX = 0
               IF RDAY-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RDAY-COUNT
               MOVE RDAY-COUNT TO RDAY-HIT-IDX
               MOVE RCAL-CALENDAR TO RDAY-CALENDAR(RDAY-HIT-IDX)
           END-IF
           MOVE RCAL-DAY-TYPE TO RDAY-TYPE(RDAY-HIT-IDX).

       0120-CHECK-SHOP-TRADING.
      * Is the list entry's shop trading on the business date? An
      * entry with no shop code, or no master on site, is scanned
      * as it always was. A code the master does not know is
      * scanned too - its figures are not dropped over a keying
      * slip - but the slip is logged. A partitioned worker keeps
      * quiet about skips; the merge run's list sweep reports them
      * once.
           SET SHOP-IS-TRADING TO TRUE
           IF DBLIST-SHOP-CODE = SPACES OR SHOPM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SHOPM-HIT-IDX
           PERFORM VARYING SHOPM-IDX FROM 1 BY 1
                   UNTIL SHOPM-IDX > SHOPM-COUNT
               IF SM-CODE(SHOPM-IDX) = DBLIST-SHOP-CODE
                   MOVE SHOPM-IDX TO SHOPM-HIT-IDX
               END-IF
           END-PERFORM
           IF SHOPM-HIT-IDX = 0
               IF NOT WORKER-MODE
                   MOVE SPACES TO LOG-TEXT
                   STRING "FAN-OUT: SHOP " DELIMITED BY SIZE
                          DBLIST-SHOP-CODE DELIMITED BY SPACE
                          " NOT ON SUMSHOP - SCANNED ANYWAY"
                              DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FOFFM-RUN-DATE-WS >= SM-OPEN-DATE(SHOPM-HIT-IDX) AND
              (SM-CLOSE-DATE(SHOPM-HIT-IDX) = SPACES OR
               FOFFM-RUN-DATE-WS <= SM-CLOSE-DATE(SHOPM-HIT-IDX))
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO TRADING-FLAG
           ADD 1 TO SKIPPED-SHOP-COUNT
           IF WORKER-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-TEXT
           IF FOFFM-RUN-DATE-WS < SM-OPEN-DATE(SHOPM-HIT-IDX)
               STRING "FAN-OUT: SHOP " DELIMITED BY SIZE
                      DBLIST-SHOP-CODE DELIMITED BY SPACE
                      " NOT OPEN UNTIL " DELIMITED BY SIZE
                      SM-OPEN-DATE(SHOPM-HIT-IDX) DELIMITED BY SIZE
                      " - SKIPPED"      DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
           ELSE
               STRING "FAN-OUT: SHOP " DELIMITED BY SIZE
                      DBLIST-SHOP-CODE DELIMITED BY SPACE
                      " CLOSED AFTER "  DELIMITED BY SIZE
                      SM-CLOSE-DATE(SHOPM-HIT-IDX) DELIMITED BY SIZE
                      " - SKIPPED"      DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
           END-IF
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0125-CHECK-SHOP-CALENDAR.
      * The shop's own calendar day for the business date - its
      * code's calendar first, then its region's. No entry on
      * either leaves it to SUMCAL, which already let the run start.
           SET SHOP-IS-PROCESSING TO TRUE
           IF DBLIST-SHOP-CODE = SPACES OR RDAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO SHOP-CAL-TYPE
           PERFORM VARYING RDAY-IDX FROM 1 BY 1
                   UNTIL RDAY-IDX > RDAY-COUNT
               IF RDAY-CALENDAR(RDAY-IDX) = DBLIST-SHOP-CODE
                   MOVE RDAY-TYPE(RDAY-IDX) TO SHOP-CAL-TYPE
               END-IF
           END-PERFORM
           IF SHOP-CAL-TYPE = SPACE
               PERFORM VARYING SHOPM-IDX FROM 1 BY 1
                       UNTIL SHOPM-IDX > SHOPM-COUNT
                   IF SM-CODE(SHOPM-IDX) = DBLIST-SHOP-CODE AND
                      SM-REGION(SHOPM-IDX) NOT = SPACES
                       PERFORM VARYING RDAY-IDX FROM 1 BY 1
                               UNTIL RDAY-IDX > RDAY-COUNT
                           IF RDAY-CALENDAR(RDAY-IDX) =
                                  SM-REGION(SHOPM-IDX)
                               MOVE RDAY-TYPE(RDAY-IDX)
                                   TO SHOP-CAL-TYPE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF SHOP-CAL-TYPE = "H"
               MOVE "N" TO PROCESSING-FLAG
           END-IF.

       0130-RECORD-CALENDAR-SKIP.
      * A SKIP completion for the entry - once, whether the serial
      * list load or the merge run's sweep finds it.
           MOVE 0 TO COMP-HIT-IDX
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT
               IF COMP-DBNAME(COMP-IDX) = DBLIST-DBNAME AND
                  COMP-TABLE-NAME(COMP-IDX) = DBLIST-TABLE-NAME
                   MOVE COMP-IDX TO COMP-HIT-IDX
               END-IF
           END-PERFORM
           IF COMP-HIT-IDX > 0 OR COMP-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO COMP-COUNT
           MOVE DBLIST-DBNAME     TO COMP-DBNAME(COMP-COUNT)
           MOVE DBLIST-TABLE-NAME TO COMP-TABLE-NAME(COMP-COUNT)
           MOVE "SKIP"            TO COMP-STATUS(COMP-COUNT)
           MOVE ZERO              TO COMP-TOTAL(COMP-COUNT)
           MOVE ZERO              TO COMP-ROWS(COMP-COUNT)
           ADD 1 TO CAL-SKIP-COUNT
           MOVE SPACES TO LOG-TEXT
           STRING "FAN-OUT: SHOP " DELIMITED BY SIZE
                  DBLIST-SHOP-CODE DELIMITED BY SPACE
                  " NOT PROCESSING ON " DELIMITED BY SIZE
                  FOFFM-RUN-DATE-WS DELIMITED BY SIZE
                  " - SKIPPED"     DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0110-KEEP-WORKER-SHARE.
      * Deal the list round-robin and keep only this worker's hands
      * - entry 1 to worker 1, entry 2 to worker 2, and round
                   RETURNING RC
               END-CALL

      * A second pass for the cross-shop duplicate check - each
      * row's key, category and amount, kept on SUMFKEY once the
      * scan is known good (0320). A failure here costs only the
      * check, never the shop's total.
               MOVE "N" TO XKEY-CAPTURE-FLAG
               IF RC = ZERO
                   INITIALIZE XKEY-CONTEXT
                   SET XDUP-CALLBACK TO ADDRESS OF ENTRY "XDUP-CB"
                   CALL "sqlite3_exec" USING
                       BY VALUE     DB
                       BY REFERENCE SQLQUERY
                       BY VALUE     XDUP-CALLBACK
                       BY REFERENCE XKEY-CONTEXT
                       BY REFERENCE ERR
                       RETURNING XDUP-RC
                   END-CALL
                   IF XDUP-RC = ZERO
                       SET XKEY-CAPTURED TO TRUE
                   END-IF
               END-IF

      * BY VALUE - sqlite3_close takes the handle itself, same as
      * the DB argument on sqlite3_exec.
               CALL "sqlite3_close" USING BY VALUE DB END-CALL
      * terminator before the open - scrub them back or the
      * line-sequential WRITE rejects the whole line (status 71).
           INSPECT RPT-LINE REPLACING ALL LOW-VALUE BY SPACE
           PERFORM 0960-WRITE-RPT-LINE
           PERFORM 0310-WRITE-SHOP-CATEGORIES
           PERFORM 0320-WRITE-SHOP-KEYS.

       0310-WRITE-SHOP-CATEGORIES.
      * The shop's group subtotals onto SUMFCAT, one set per scan
      * under one timestamp - the eliminations need them and the
      * completion record keeps only the flat total. Written by a
      * partitioned worker too, so the merge run finds them.
           MOVE FUNCTION CURRENT-DATE (1:16) TO SCAN-TS
           OPEN EXTEND FCATFILE
           IF NOT FCAT-FILE-OK AND FCAT-FILE-STATUS NOT = "05"
               MOVE "FAN-OUT: SUMFCAT UNUSABLE - SUBTOTALS NOT KEPT"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > CTX-GROUP-COUNT
               MOVE SPACES TO FCAT-RECORD
               MOVE WORK-DBNAME(WORK-IDX)      TO FCAT-DBNAME
               MOVE WORK-TABLE-NAME(WORK-IDX)  TO FCAT-TABLE-NAME
               MOVE FOFFM-RUN-DATE-WS          TO FCAT-RUN-DATE
               MOVE SCAN-TS                    TO FCAT-SCAN-TS
               MOVE CTX-GROUP-NAME(GRP-IDX)    TO FCAT-CATEGORY
               INSPECT FCAT-CATEGORY REPLACING ALL LOW-VALUE BY SPACE
               MOVE CTX-GROUP-TOTAL(GRP-IDX)   TO FCAT-SUBTOTAL
               MOVE CTX-GROUP-ROWS(GRP-IDX)    TO FCAT-ROWS
               WRITE FCAT-RECORD
           END-PERFORM
           CLOSE FCATFILE.

       0320-WRITE-SHOP-KEYS.
      * The shop's keys onto SUMFKEY under the timestamp 0310 just
      * stamped its subtotals with - one set per scan, written by a
      * partitioned worker too. A capture that failed or overflowed
      * leaves the check short for this shop, which is said so.
           IF NOT XKEY-CAPTURED OR XK-OVERFLOWED
               MOVE SPACES TO LOG-TEXT
               STRING "FAN-OUT: KEYS OF " DELIMITED BY SIZE
                      WORK-DBNAME(WORK-IDX) DELIMITED BY SPACE
                      " NOT ALL CAPTURED - DUP CHECK PARTIAL"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               IF NOT XKEY-CAPTURED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN EXTEND FKEYFILE
           IF NOT FKEY-FILE-OK
               MOVE "FAN-OUT: SUMFKEY UNUSABLE - KEYS NOT KEPT"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING XK-IDX FROM 1 BY 1
                   UNTIL XK-IDX > XK-KEY-COUNT
               MOVE SPACES TO FKEY-RECORD
               MOVE WORK-DBNAME(WORK-IDX)      TO FKEY-DBNAME
               MOVE WORK-TABLE-NAME(WORK-IDX)  TO FKEY-TABLE-NAME
               MOVE FOFFM-RUN-DATE-WS          TO FKEY-RUN-DATE
               MOVE SCAN-TS                    TO FKEY-SCAN-TS
               MOVE XK-KEY(XK-IDX)             TO FKEY-KEY
               MOVE XK-KEY(XK-IDX)             TO FKEY-LONG-KEY
               MOVE XK-CATEGORY(XK-IDX)        TO FKEY-CATEGORY
               MOVE XK-AMOUNT(XK-IDX)          TO FKEY-AMOUNT
               WRITE FKEY-RECORD
           END-PERFORM
           CLOSE FKEYFILE.

       0400-RECORD-FAILURE.
           PERFORM 0500-FIND-COMPLETION
      * file.
           MOVE ZERO TO FO-OK-COUNT
           MOVE ZERO TO FO-FAIL-COUNT
           MOVE ZERO TO FO-SKIP-COUNT
           OPEN OUTPUT FANOUTEXT
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT
               MOVE COMP-STATUS(COMP-IDX)     TO FO-STATUS
               MOVE COMP-TOTAL(COMP-IDX)      TO FO-TOTAL
               MOVE COMP-ROWS(COMP-IDX)       TO FO-ROWS
               EVALUATE COMP-STATUS(COMP-IDX)
                   WHEN "OK"
                       ADD 1 TO FO-OK-COUNT
                   WHEN "SKIP"
                       ADD 1 TO FO-SKIP-COUNT
                   WHEN OTHER
                       ADD 1 TO FO-FAIL-COUNT
               END-EVALUATE
               WRITE FANOUT-RECORD
           END-PERFORM

           MOVE COMP-COUNT    TO FO-TRL-DB-COUNT
           MOVE FO-OK-COUNT   TO FO-TRL-OK-COUNT
           MOVE FO-FAIL-COUNT TO FO-TRL-FAIL-COUNT
           MOVE FO-SKIP-COUNT TO FO-TRL-SKIP-COUNT
           MOVE GRAND-TOTAL   TO FO-TRL-TOTAL
           MOVE GRAND-ROWS    TO FO-TRL-ROWS
           WRITE FANOUT-RECORD
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       0910-ELIMINATE-INTER-SHOP.
      * Transfers between shops of the list are booked twice - once
      * by the sender, once by the receiver - so the consolidated
      * total above is the GROSS group figure. Each SUMISREL
      * relationship booked on both sides becomes an elimination
      * entry taking both legs back out; one booked on one side
      * only, or with legs that disagree, is an exception and is
      * left in. Entries and exceptions go to SUMELIM for
      * FAN-XSHOP. No relationship list, nothing to eliminate.
           MOVE ZERO TO ELIM-TOTAL
           MOVE ZERO TO ELIM-ENTRY-COUNT
           MOVE ZERO TO ELIM-EXCP-COUNT
           PERFORM 0911-LOAD-RELATIONSHIPS
           IF REL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0912-FIND-LATEST-SETS
           PERFORM 0914-PICK-UP-TRANSFER-LEGS

           MOVE FUNCTION CURRENT-DATE (1:16) TO ELIM-POSTED-TS-WS
           OPEN EXTEND ELIMFILE
           IF NOT ELIM-FILE-OK AND ELIM-FILE-STATUS NOT = "05"
               MOVE "FAN-OUT: SUMELIM UNUSABLE - ELIMINATIONS NOT KEPT"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING REL-IDX FROM 1 BY 1
                   UNTIL REL-IDX > REL-COUNT
               PERFORM 0916-ELIMINATE-ONE-RELATIONSHIP
           END-PERFORM
           CLOSE ELIMFILE

           COMPUTE NET-TOTAL = GRAND-TOTAL + ELIM-TOTAL
           MOVE GRAND-TOTAL TO GRAND-TOTAL-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "GROUP GROSS:        " DELIMITED BY SIZE
                  GRAND-TOTAL-EDITED     DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 0960-WRITE-RPT-LINE
           MOVE ELIM-TOTAL TO GRAND-TOTAL-EDITED
           STRING "ELIMINATIONS:       " DELIMITED BY SIZE
                  GRAND-TOTAL-EDITED     DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 0960-WRITE-RPT-LINE
           MOVE NET-TOTAL TO GRAND-TOTAL-EDITED
           STRING "GROUP NET:          " DELIMITED BY SIZE
                  GRAND-TOTAL-EDITED     DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 0960-WRITE-RPT-LINE

           IF ELIM-EXCP-COUNT > 0
               MOVE ELIM-EXCP-COUNT TO SHOPS-EDITED
               STRING "FAN-OUT: " DELIMITED BY SIZE
                      SHOPS-EDITED DELIMITED BY SIZE
                      " INTER-SHOP TRANSFERS NOT MATCHED - SEE SUMELIM"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF.

       0911-LOAD-RELATIONSHIPS.
           MOVE 0 TO REL-COUNT
           MOVE "N" TO FCAT-EOF-FLAG
           OPEN INPUT ISRELFILE
           IF NOT ISREL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FCAT-AT-EOF
               READ ISRELFILE
                   AT END
                       SET FCAT-AT-EOF TO TRUE
                   NOT AT END
                       IF ISREL-FROM-DBNAME NOT = SPACES AND
                          ISREL-TO-DBNAME NOT = SPACES AND
                          REL-COUNT < 100
                           ADD 1 TO REL-COUNT
                           MOVE ISREL-FROM-DBNAME
                               TO REL-FROM-DBNAME(REL-COUNT)
                           MOVE ISREL-TO-DBNAME
                               TO REL-TO-DBNAME(REL-COUNT)
                           MOVE ISREL-CATEGORY
                               TO REL-CATEGORY(REL-COUNT)
                           MOVE ZERO TO REL-FROM-AMOUNT(REL-COUNT)
                           MOVE ZERO TO REL-TO-AMOUNT(REL-COUNT)
                           MOVE "N" TO REL-FROM-BOOKED(REL-COUNT)
                           MOVE "N" TO REL-TO-BOOKED(REL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISRELFILE.

       0912-FIND-LATEST-SETS.
      * First pass - the last scan timestamp per shop database +
      * table for the date. An earlier set was superseded by a
      * rescan (retry or SUPERSEDE=Y) and must not count.
           MOVE 0 TO CSET-COUNT
           MOVE "N" TO FCAT-EOF-FLAG
           OPEN INPUT FCATFILE
           IF NOT FCAT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FCAT-AT-EOF
               READ FCATFILE
                   AT END
                       SET FCAT-AT-EOF TO TRUE
                   NOT AT END
                       IF FCAT-RUN-DATE = FOFFM-RUN-DATE-WS
                           PERFORM 0913-NOTE-SCAN-SET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FCATFILE.

       0913-NOTE-SCAN-SET.
           MOVE 0 TO CSET-HIT-IDX
           PERFORM VARYING CSET-IDX FROM 1 BY 1
                   UNTIL CSET-IDX > CSET-COUNT
               IF CSET-DBNAME(CSET-IDX) = FCAT-DBNAME AND
                  CSET-TABLE-NAME(CSET-IDX) = FCAT-TABLE-NAME
                   MOVE CSET-IDX TO CSET-HIT-IDX
               END-IF
           END-PERFORM
           IF CSET-HIT-IDX = 0
               IF CSET-COUNT < 200
                   ADD 1 TO CSET-COUNT
                   MOVE FCAT-DBNAME     TO CSET-DBNAME(CSET-COUNT)
                   MOVE FCAT-TABLE-NAME TO CSET-TABLE-NAME(CSET-COUNT)
                   MOVE FCAT-SCAN-TS    TO CSET-SCAN-TS(CSET-COUNT)
               END-IF
           ELSE
               IF FCAT-SCAN-TS > CSET-SCAN-TS(CSET-HIT-IDX)
                   MOVE FCAT-SCAN-TS TO CSET-SCAN-TS(CSET-HIT-IDX)
               END-IF
           END-IF.

       0914-PICK-UP-TRANSFER-LEGS.
      * Second pass - every relationship category on a latest set
      * is a leg of that transfer, the sender's or the receiver's.
           MOVE "N" TO FCAT-EOF-FLAG
           OPEN INPUT FCATFILE
           IF NOT FCAT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FCAT-AT-EOF
               READ FCATFILE
                   AT END
                       SET FCAT-AT-EOF TO TRUE
                   NOT AT END
                       IF FCAT-RUN-DATE = FOFFM-RUN-DATE-WS
                           PERFORM 0915-TAKE-TRANSFER-LEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FCATFILE.

       0915-TAKE-TRANSFER-LEG.
           MOVE 0 TO CSET-HIT-IDX
           PERFORM VARYING CSET-IDX FROM 1 BY 1
                   UNTIL CSET-IDX > CSET-COUNT
               IF CSET-DBNAME(CSET-IDX) = FCAT-DBNAME AND
                  CSET-TABLE-NAME(CSET-IDX) = FCAT-TABLE-NAME AND
                  CSET-SCAN-TS(CSET-IDX) = FCAT-SCAN-TS
                   MOVE CSET-IDX TO CSET-HIT-IDX
               END-IF
           END-PERFORM
           IF CSET-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING REL-IDX FROM 1 BY 1
                   UNTIL REL-IDX > REL-COUNT
               IF REL-CATEGORY(REL-IDX) = FCAT-CATEGORY
                   IF REL-FROM-DBNAME(REL-IDX) = FCAT-DBNAME
                       ADD FCAT-SUBTOTAL TO REL-FROM-AMOUNT(REL-IDX)
                       MOVE "Y" TO REL-FROM-BOOKED(REL-IDX)
                   END-IF
                   IF REL-TO-DBNAME(REL-IDX) = FCAT-DBNAME
                       ADD FCAT-SUBTOTAL TO REL-TO-AMOUNT(REL-IDX)
                       MOVE "Y" TO REL-TO-BOOKED(REL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       0916-ELIMINATE-ONE-RELATIONSHIP.
      * A leg of zero counts as not booked. A shop with no scan set
      * at all for the date is named as such - the transfer cannot
      * be judged one-sided when the other shop never reported.
           IF REL-FROM-AMOUNT(REL-IDX) = ZERO
               MOVE "N" TO REL-FROM-BOOKED(REL-IDX)
           END-IF
           IF REL-TO-AMOUNT(REL-IDX) = ZERO
               MOVE "N" TO REL-TO-BOOKED(REL-IDX)
           END-IF
           IF REL-FROM-BOOKED(REL-IDX) = "N" AND
              REL-TO-BOOKED(REL-IDX) = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO FROM-SCANNED-FLAG
           MOVE "N" TO TO-SCANNED-FLAG
           PERFORM VARYING CSET-IDX FROM 1 BY 1
                   UNTIL CSET-IDX > CSET-COUNT
               IF CSET-DBNAME(CSET-IDX) = REL-FROM-DBNAME(REL-IDX)
                   SET FROM-SHOP-SCANNED TO TRUE
               END-IF
               IF CSET-DBNAME(CSET-IDX) = REL-TO-DBNAME(REL-IDX)
                   SET TO-SHOP-SCANNED TO TRUE
               END-IF
           END-PERFORM

           MOVE SPACES TO ELIM-RECORD
           MOVE FOFFM-RUN-DATE-WS        TO ELIM-RUN-DATE
           MOVE ELIM-POSTED-TS-WS        TO ELIM-POSTED-TS
           MOVE REL-FROM-DBNAME(REL-IDX) TO ELIM-FROM-DBNAME
           MOVE REL-TO-DBNAME(REL-IDX)   TO ELIM-TO-DBNAME
           MOVE REL-CATEGORY(REL-IDX)    TO ELIM-CATEGORY
           MOVE REL-FROM-AMOUNT(REL-IDX) TO ELIM-FROM-AMOUNT
           MOVE REL-TO-AMOUNT(REL-IDX)   TO ELIM-TO-AMOUNT
           MOVE ZERO                     TO ELIM-AMOUNT
           EVALUATE TRUE
               WHEN REL-FROM-BOOKED(REL-IDX) = "N" AND
                    NOT FROM-SHOP-SCANNED
                   SET ELIM-IS-EXCEPTION TO TRUE
                   MOVE "SENDING SHOP NOT SCANNED" TO ELIM-REASON
               WHEN REL-TO-BOOKED(REL-IDX) = "N" AND
                    NOT TO-SHOP-SCANNED
                   SET ELIM-IS-EXCEPTION TO TRUE
                   MOVE "RECEIVING SHOP NOT SCANNED" TO ELIM-REASON
               WHEN REL-FROM-BOOKED(REL-IDX) = "N"
                   SET ELIM-IS-EXCEPTION TO TRUE
                   MOVE "NOT BOOKED BY SENDING SHOP" TO ELIM-REASON
               WHEN REL-TO-BOOKED(REL-IDX) = "N"
                   SET ELIM-IS-EXCEPTION TO TRUE
                   MOVE "NOT BOOKED BY RECEIVING SHOP" TO ELIM-REASON
               WHEN FUNCTION ABS(REL-FROM-AMOUNT(REL-IDX)) NOT =
                    FUNCTION ABS(REL-TO-AMOUNT(REL-IDX))
                   SET ELIM-IS-EXCEPTION TO TRUE
                   MOVE "LEGS DISAGREE" TO ELIM-REASON
               WHEN OTHER
                   SET ELIM-IS-ENTRY TO TRUE
                   COMPUTE ELIM-AMOUNT = 0 - REL-FROM-AMOUNT(REL-IDX)
                                           - REL-TO-AMOUNT(REL-IDX)
                   MOVE "INTER-SHOP TRANSFER" TO ELIM-REASON
           END-EVALUATE
           WRITE ELIM-RECORD

           MOVE SPACES TO RPT-LINE
           IF ELIM-IS-ENTRY
               ADD 1 TO ELIM-ENTRY-COUNT
               ADD ELIM-AMOUNT TO ELIM-TOTAL
               MOVE ELIM-AMOUNT TO ELIM-LEG-EDITED
               STRING "ELIM " DELIMITED BY SIZE
                      REL-FROM-DBNAME(REL-IDX)(1:16) DELIMITED BY SIZE
                      " > " DELIMITED BY SIZE
                      REL-TO-DBNAME(REL-IDX)(1:16) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-CATEGORY(REL-IDX)(1:12) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ELIM-LEG-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO ELIM-EXCP-COUNT
               STRING "EXCP " DELIMITED BY SIZE
                      REL-FROM-DBNAME(REL-IDX)(1:16) DELIMITED BY SIZE
                      " > " DELIMITED BY SIZE
                      REL-TO-DBNAME(REL-IDX)(1:16) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REL-CATEGORY(REL-IDX)(1:10) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ELIM-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 0960-WRITE-RPT-LINE.

       0920-CHECK-AGAINST-HEADOFFICE.
      * The shops are copies of the head-office table, so their
      * consolidated total should tie to the night's SUMOUT figure.
           END-PERFORM
           CLOSE TOLERFILE.

       0935-HOLD-CROSS-SHOP-DUPS.
      * A till sync pointed at the wrong shop replicates its
      * transactions into a second shop's database, and both copies
      * land in the consolidated total. Every key found in more than
      * one shop database for the business date is listed with each
      * occurrence; the copy in the lowest-named database is kept
      * and every other shop's copy is held - taken off that shop's
      * master posting and written to SUMXDUP for review. One shop
      * on the date, nothing to compare.
           MOVE ZERO TO XDUP-KEY-COUNT
           MOVE ZERO TO XDUP-HELD-COUNT
           MOVE ZERO TO XDUP-HELD-TOTAL
           MOVE 0 TO HELD-COUNT
           PERFORM 0936-FIND-LATEST-KEY-SETS
           IF CSET-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           PERFORM 0938-LOAD-REVIEWED-DUPS

           MOVE FUNCTION CURRENT-DATE (1:16) TO XDUP-DETECTED-TS-WS
           OPEN EXTEND XDUPFILE
           IF NOT XDUP-FILE-OK
               MOVE "FAN-OUT: SUMXDUP UNUSABLE - DUPLICATES NOT HELD"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           SORT XSORTFILE
               ON ASCENDING KEY XS-KEY XS-DBNAME XS-TABLE-NAME
               INPUT PROCEDURE IS 0940-GATHER-LATEST-KEYS
               OUTPUT PROCEDURE IS 0942-MATCH-ACROSS-SHOPS
           CLOSE XDUPFILE

           MOVE SPACES TO RPT-LINE
           IF XDUP-KEY-COUNT = 0
               MOVE "CROSS-SHOP DUPLICATE CHECK: NONE FOUND"
                   TO RPT-LINE
               PERFORM 0960-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE XDUP-NET-TOTAL =
               GRAND-TOTAL + ELIM-TOTAL - XDUP-HELD-TOTAL
           MOVE XDUP-HELD-TOTAL TO GRAND-TOTAL-EDITED
           STRING "CROSS-SHOP DUPS HELD:" DELIMITED BY SIZE
                  GRAND-TOTAL-EDITED      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 0960-WRITE-RPT-LINE
           MOVE XDUP-NET-TOTAL TO GRAND-TOTAL-EDITED
           STRING "NET OF HELD DUPS:    " DELIMITED BY SIZE
                  GRAND-TOTAL-EDITED      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 0960-WRITE-RPT-LINE

           MOVE XDUP-KEY-COUNT TO XDUP-COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "FAN-OUT: " DELIMITED BY SIZE
                  XDUP-COUNT-EDITED DELIMITED BY SIZE
                  " KEYS IN MORE THAN ONE SHOP - SEE SUMXDUP"
                      DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "W" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT.

       0936-FIND-LATEST-KEY-SETS.
      * The last key set per shop database + table for the date,
      * the way 0912 finds the last category set - an earlier set
      * was superseded by a rescan and must not count.
           MOVE 0 TO CSET-COUNT
           MOVE "N" TO FKEY-EOF-FLAG
           OPEN INPUT FKEYFILE
           IF NOT FKEY-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FKEY-AT-EOF
               READ FKEYFILE
                   AT END
                       SET FKEY-AT-EOF TO TRUE
                   NOT AT END
                       IF FKEY-RUN-DATE = FOFFM-RUN-DATE-WS
                           PERFORM 0937-NOTE-KEY-SET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FKEYFILE.

       0937-NOTE-KEY-SET.
           MOVE 0 TO CSET-HIT-IDX
           PERFORM VARYING CSET-IDX FROM 1 BY 1
                   UNTIL CSET-IDX > CSET-COUNT
               IF CSET-DBNAME(CSET-IDX) = FKEY-DBNAME AND
                  CSET-TABLE-NAME(CSET-IDX) = FKEY-TABLE-NAME
                   MOVE CSET-IDX TO CSET-HIT-IDX
               END-IF
           END-PERFORM
           IF CSET-HIT-IDX = 0
               IF CSET-COUNT < 200
                   ADD 1 TO CSET-COUNT
                   MOVE FKEY-DBNAME     TO CSET-DBNAME(CSET-COUNT)
                   MOVE FKEY-TABLE-NAME TO CSET-TABLE-NAME(CSET-COUNT)
                   MOVE FKEY-SCAN-TS    TO CSET-SCAN-TS(CSET-COUNT)
               END-IF
           ELSE
               IF FKEY-SCAN-TS > CSET-SCAN-TS(CSET-HIT-IDX)
                   MOVE FKEY-SCAN-TS TO CSET-SCAN-TS(CSET-HIT-IDX)
               END-IF
           END-IF.

       0938-LOAD-REVIEWED-DUPS.
      * Occurrences already on SUMXDUP for the date, with the status
      * review left them at - the last record for a key + database
      * wins, so a status changed in place or written again reads
      * the same.
           MOVE 0 TO RVW-COUNT
           MOVE "N" TO FKEY-EOF-FLAG
           OPEN INPUT XDUPFILE
           IF NOT XDUP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FKEY-AT-EOF
               READ XDUPFILE
                   AT END
                       SET FKEY-AT-EOF TO TRUE
                   NOT AT END
                       IF XDUP-RUN-DATE = FOFFM-RUN-DATE-WS
                           IF XDUP-LONG-KEY NOT = SPACES
                               MOVE XDUP-LONG-KEY TO XDUP-KEY-WS
                           ELSE
                               MOVE XDUP-KEY TO XDUP-KEY-WS
                           END-IF
                           PERFORM 0939-FIND-REVIEWED
                           IF RVW-HIT-IDX = 0 AND RVW-COUNT < 500
                               ADD 1 TO RVW-COUNT
                               MOVE RVW-COUNT TO RVW-HIT-IDX
                               MOVE XDUP-KEY-WS
                                   TO RVW-KEY(RVW-HIT-IDX)
                               MOVE XDUP-DBNAME
                                   TO RVW-DBNAME(RVW-HIT-IDX)
                           END-IF
                           IF RVW-HIT-IDX > 0
                               MOVE XDUP-STATUS
                                   TO RVW-STATUS(RVW-HIT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XDUPFILE.

       0939-FIND-REVIEWED.
           MOVE 0 TO RVW-HIT-IDX
           PERFORM VARYING RVW-IDX FROM 1 BY 1
                   UNTIL RVW-IDX > RVW-COUNT
               IF RVW-KEY(RVW-IDX) = XDUP-KEY-WS AND
                  RVW-DBNAME(RVW-IDX) = XDUP-DBNAME
                   MOVE RVW-IDX TO RVW-HIT-IDX
               END-IF
           END-PERFORM.

       0940-GATHER-LATEST-KEYS.
      * Sort input - the keys of each shop's latest set, for shops
      * whose completion went into tonight's total.
           MOVE "N" TO FKEY-EOF-FLAG
           OPEN INPUT FKEYFILE
           IF NOT FKEY-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FKEY-AT-EOF
               READ FKEYFILE
                   AT END
                       SET FKEY-AT-EOF TO TRUE
                   NOT AT END
                       IF FKEY-RUN-DATE = FOFFM-RUN-DATE-WS
                           PERFORM 0941-TAKE-LATEST-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FKEYFILE.

       0941-TAKE-LATEST-KEY.
           MOVE 0 TO CSET-HIT-IDX
           PERFORM VARYING CSET-IDX FROM 1 BY 1
                   UNTIL CSET-IDX > CSET-COUNT
               IF CSET-DBNAME(CSET-IDX) = FKEY-DBNAME AND
                  CSET-TABLE-NAME(CSET-IDX) = FKEY-TABLE-NAME AND
                  CSET-SCAN-TS(CSET-IDX) = FKEY-SCAN-TS
                   MOVE CSET-IDX TO CSET-HIT-IDX
               END-IF
           END-PERFORM
           IF CSET-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO COMP-HIT-IDX
           PERFORM VARYING COMP-IDX FROM 1 BY 1
                   UNTIL COMP-IDX > COMP-COUNT
               IF COMP-DBNAME(COMP-IDX) = FKEY-DBNAME AND
                  COMP-TABLE-NAME(COMP-IDX) = FKEY-TABLE-NAME AND
                  COMP-STATUS(COMP-IDX) = "OK"
                   MOVE COMP-IDX TO COMP-HIT-IDX
               END-IF
           END-PERFORM
           IF COMP-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF FKEY-LONG-KEY NOT = SPACES
               MOVE FKEY-LONG-KEY TO XS-KEY
           ELSE
               MOVE FKEY-KEY      TO XS-KEY
           END-IF
           MOVE FKEY-DBNAME     TO XS-DBNAME
           MOVE FKEY-TABLE-NAME TO XS-TABLE-NAME
           MOVE FKEY-CATEGORY   TO XS-CATEGORY
           MOVE FKEY-AMOUNT     TO XS-AMOUNT
           RELEASE XS-RECORD.

       0942-MATCH-ACROSS-SHOPS.
      * Sort output - one key's occurrences from every shop come
      * off together, in database order; a key held by two or more
      * databases is a suspected duplicate.
           MOVE 0 TO OCC-COUNT
           MOVE "N" TO OCC-OVERFLOW-FLAG
           MOVE SPACES TO OCC-KEY
           MOVE "N" TO XSORT-EOF-FLAG
           PERFORM UNTIL XSORT-AT-EOF
               RETURN XSORTFILE
                   AT END
                       SET XSORT-AT-EOF TO TRUE
                   NOT AT END
                       IF XS-KEY NOT = OCC-KEY
                           PERFORM 0943-END-KEY
                           MOVE XS-KEY TO OCC-KEY
                       END-IF
                       PERFORM 0944-NOTE-OCCURRENCE
               END-RETURN
           END-PERFORM
           PERFORM 0943-END-KEY.

       0943-END-KEY.
      * One key's occurrences are all in - a key seen in one
      * database only (however many times) is that shop's own
      * business and left to the in-table duplicate check.
           IF OCC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO OCC-SHOP-COUNT
           PERFORM VARYING OCC-IDX FROM 2 BY 1
                   UNTIL OCC-IDX > OCC-COUNT
               IF OCC-DBNAME(OCC-IDX) NOT = OCC-DBNAME(OCC-IDX - 1)
                   ADD 1 TO OCC-SHOP-COUNT
               END-IF
           END-PERFORM
           IF OCC-SHOP-COUNT > 1
               IF XDUP-KEY-COUNT = 0
                   MOVE "CROSS-SHOP DUPLICATES (KEY SHOP-DB SHOP "
                       TO RPT-LINE
                   MOVE "CATEGORY AMOUNT):" TO RPT-LINE(41:)
                   PERFORM 0960-WRITE-RPT-LINE
               END-IF
               ADD 1 TO XDUP-KEY-COUNT
               IF OCC-OVERFLOWED
                   MOVE SPACES TO LOG-TEXT
                   STRING "FAN-OUT: KEY " DELIMITED BY SIZE
                          OCC-KEY DELIMITED BY SPACE
                          " IN OVER 50 PLACES - REST NOT HELD"
                              DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               END-IF
               PERFORM VARYING OCC-IDX FROM 1 BY 1
                       UNTIL OCC-IDX > OCC-COUNT
                   PERFORM 0945-SETTLE-OCCURRENCE
               END-PERFORM
           END-IF
           MOVE 0 TO OCC-COUNT
           MOVE "N" TO OCC-OVERFLOW-FLAG.

       0944-NOTE-OCCURRENCE.
           IF OCC-COUNT < 50
               ADD 1 TO OCC-COUNT
               MOVE XS-DBNAME     TO OCC-DBNAME(OCC-COUNT)
               MOVE XS-TABLE-NAME TO OCC-TABLE-NAME(OCC-COUNT)
               MOVE XS-CATEGORY   TO OCC-CATEGORY(OCC-COUNT)
               MOVE XS-AMOUNT     TO OCC-AMOUNT(OCC-COUNT)
           ELSE
               SET OCC-OVERFLOWED TO TRUE
           END-IF.

       0945-SETTLE-OCCURRENCE.
      * The first database's copies are kept. Any other shop's copy
      * is held, unless review already released it for the date;
      * a held copy not yet on SUMXDUP is written there open.
           PERFORM 0947-FIND-SHOP-CODE
           MOVE OCC-KEY              TO XDUP-KEY-WS
           MOVE OCC-DBNAME(OCC-IDX)  TO XDUP-DBNAME
           PERFORM 0939-FIND-REVIEWED
           EVALUATE TRUE
               WHEN OCC-DBNAME(OCC-IDX) = OCC-DBNAME(1)
                   MOVE "KEPT" TO XDUP-ACTION
               WHEN RVW-HIT-IDX > 0 AND RVW-STATUS(RVW-HIT-IDX) = "R"
                   MOVE "RELEASED" TO XDUP-ACTION
               WHEN OTHER
                   MOVE "HELD" TO XDUP-ACTION
                   ADD 1 TO XDUP-HELD-COUNT
                   ADD OCC-AMOUNT(OCC-IDX) TO XDUP-HELD-TOTAL
                   PERFORM 0946-ADD-TO-SHOP-HELD
                   IF RVW-HIT-IDX = 0
                       MOVE SPACES TO XDUP-RECORD
                       SET XDUP-IS-OPEN TO TRUE
                       MOVE FOFFM-RUN-DATE-WS      TO XDUP-RUN-DATE
                       MOVE OCC-KEY                TO XDUP-KEY
                       MOVE OCC-KEY                TO XDUP-LONG-KEY
                       MOVE OCC-DBNAME(OCC-IDX)    TO XDUP-DBNAME
                       MOVE XDUP-SHOP-CODE-WS      TO XDUP-SHOP-CODE
                       MOVE OCC-TABLE-NAME(OCC-IDX)
                           TO XDUP-TABLE-NAME
                       MOVE OCC-CATEGORY(OCC-IDX)  TO XDUP-CATEGORY
                       MOVE OCC-AMOUNT(OCC-IDX)    TO XDUP-AMOUNT
                       MOVE OCC-DBNAME(1)          TO XDUP-KEPT-DBNAME
                       MOVE XDUP-DETECTED-TS-WS    TO XDUP-DETECTED-TS
                       WRITE XDUP-RECORD
                   END-IF
           END-EVALUATE
           MOVE OCC-AMOUNT(OCC-IDX) TO ELIM-LEG-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  OCC-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OCC-DBNAME(OCC-IDX)(1:16) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XDUP-SHOP-CODE-WS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OCC-CATEGORY(OCC-IDX)(1:10) DELIMITED BY SIZE
                  ELIM-LEG-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XDUP-ACTION DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 0960-WRITE-RPT-LINE.

       0946-ADD-TO-SHOP-HELD.
           MOVE 0 TO HELD-HIT-IDX
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-COUNT
               IF HELD-DBNAME(HELD-IDX) = OCC-DBNAME(OCC-IDX) AND
                  HELD-TABLE-NAME(HELD-IDX) = OCC-TABLE-NAME(OCC-IDX)
                   MOVE HELD-IDX TO HELD-HIT-IDX
               END-IF
           END-PERFORM
           IF HELD-HIT-IDX = 0
               IF HELD-COUNT NOT < 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HELD-COUNT
               MOVE HELD-COUNT TO HELD-HIT-IDX
               MOVE OCC-DBNAME(OCC-IDX) TO HELD-DBNAME(HELD-HIT-IDX)
               MOVE OCC-TABLE-NAME(OCC-IDX)
                   TO HELD-TABLE-NAME(HELD-HIT-IDX)
               MOVE ZERO TO HELD-AMOUNT(HELD-HIT-IDX)
               MOVE ZERO TO HELD-ROWS(HELD-HIT-IDX)
           END-IF
           ADD OCC-AMOUNT(OCC-IDX) TO HELD-AMOUNT(HELD-HIT-IDX)
           ADD 1 TO HELD-ROWS(HELD-HIT-IDX).

       0947-FIND-SHOP-CODE.
      * The occurrence's shop code off its SUMDBLIST line, for the
      * report and the review record - blank when the list has none.
           MOVE SPACES TO XDUP-SHOP-CODE-WS
           MOVE "N" TO LIST-EOF-FLAG
           OPEN INPUT DBLISTFILE
           IF NOT DBLIST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-AT-EOF
               READ DBLISTFILE
                   AT END
                       SET LIST-AT-EOF TO TRUE
                   NOT AT END
                       IF DBLIST-DBNAME = OCC-DBNAME(OCC-IDX) AND
                          DBLIST-TABLE-NAME = OCC-TABLE-NAME(OCC-IDX)
                           MOVE DBLIST-SHOP-CODE TO XDUP-SHOP-CODE-WS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DBLISTFILE.

       0950-TRACK-BATCH-WINDOW.
      * Same elapsed-time bookkeeping TEST-SUM keeps - the fan-out
      * is the long leg of the night, so its history matters most
