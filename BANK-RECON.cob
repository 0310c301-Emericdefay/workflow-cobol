       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

      *****************************************************************
      * BANK-RECON - the bank's daily settlement statement matched
      * against our detail extract. The cash team reconciled the two
      * with a highlighter. Run by the batch wrapper after the
      * extract is verified:
      *   - the statement (SUMBANK, see CBBANK) is refused whole
      *     unless its envelope holds - one header first, a trailer
      *     last, the line count and amount hash agreeing with it -
      *     alerted, and the open items carried on untouched
      *   - the open items from earlier nights (SUMBKUNB bank lines,
      *     SUMBKUNO our rows, see CBBKITM) are worked again with
      *     the new statement's lines and the night's SUMDETL rows.
      *     A rerun supplies the same statement and extract again:
      *     what the first attempt matched is put back in play off
      *     SUMBKMAT, and items first seen on those dates are
      *     replaced by the fresh copies, not doubled
      *   - a bank line matches one of our rows on reference (the
      *     row's key), amount, and our date not after the line's
      *     value date, oldest row first; a line left over whose
      *     reference leads the keys of several open rows so dated,
      *     and whose amount is exactly what they add up to, settles
      *     all of them together
      *   - what matched goes to SUMBKMAT, the rest back to the two
      *     open-item files with the business days each has been
      *     open (SUMCAL business days; calendar days without one).
      *     Past BANKAGE business days (environment, default 3) an
      *     item is flagged aged, and the AGE-WORK workbench picks
      *     it up.
      * The reconciliation report (BANKRPT) lists the open items and
      * shows the balancing difference - bank less ours over every
      * item in play, which the unmatched items must account for.
      *
      * RC 0 = reconciled, open items within the limit; 4 = aged
      * open items; 8 = statement refused, or more items than the
      * tables hold (nothing rewritten).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANKFILE ASSIGN TO "SUMBANK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT OPTIONAL DETLFILE ASSIGN TO "SUMDETL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DETL-FILE-STATUS.
           SELECT OPTIONAL BKMATFILE ASSIGN TO "SUMBKMAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKMAT-FILE-STATUS.
           SELECT OPTIONAL BKUNOFILE ASSIGN TO "SUMBKUNO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKUNO-FILE-STATUS.
           SELECT OPTIONAL BKUNBFILE ASSIGN TO "SUMBKUNB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKUNB-FILE-STATUS.
           SELECT OPTIONAL CALFILE ASSIGN TO "SUMCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKFILE.
           COPY CBBANK.

       FD  DETLFILE.
           COPY CBDETL.

      * Byte images of the CBBKITM record - one working copy serves
      * all three files.
       FD  BKMATFILE.
       01  BKMAT-RECORD          PIC X(119).

       FD  BKUNOFILE.
       01  BKUNO-RECORD          PIC X(119).

       FD  BKUNBFILE.
       01  BKUNB-RECORD          PIC X(119).

       FD  CALFILE.
           COPY CBCAL.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 BANK-FILE-STATUS    PIC XX.
           88 BANK-FILE-OK        VALUE "00".
       01 DETL-FILE-STATUS    PIC XX.
           88 DETL-FILE-OK        VALUE "00".
       01 BKMAT-FILE-STATUS   PIC XX.
           88 BKMAT-FILE-OK       VALUE "00".
       01 BKUNO-FILE-STATUS   PIC XX.
           88 BKUNO-FILE-OK       VALUE "00".
       01 BKUNB-FILE-STATUS   PIC XX.
           88 BKUNB-FILE-OK       VALUE "00".
       01 CAL-FILE-STATUS     PIC XX.
           88 CAL-FILE-OK         VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 EOF-FLAG            PIC X.
           88 FILE-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 BUSINESS-DATE       PIC X(10).
       01 CURRENT-DATE-WORK   PIC X(21).
       01 AGE-LIMIT-BDAYS     PIC 9(3) VALUE 3.
       01 AGE-LIMIT-INPUT     PIC X(3).

           COPY CBBKITM.

      * Business days on the calendar up to the business date - an
      * item's age is how many of them fall after its first sighting.
       01 CAL-COUNT           PIC 9(4) COMP-5 VALUE 0.
       01 CAL-TABLE-WS.
           05 CAL-WS-DATE OCCURS 1000 TIMES PIC X(10).
       01 CAL-IDX             PIC 9(4) COMP-5.
       01 WORK-DATE           PIC X(10).
       01 WORK-DATE-DIGITS    PIC 9(8).
       01 TODAY-DAY-NUMBER    PIC S9(9) COMP-3.
       01 ITEM-DAY-NUMBER     PIC S9(9) COMP-3.
       01 ITEM-BUS-DAYS       PIC 9(3).

      * Bank lines in play - carried first, then the statement's.
      * State U = open, M = matched, X = superseded by a rerun.
       01 BK-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 BK-CARRIED-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01 BK-TABLE-WS.
           05 BK-ENTRY OCCURS 1000 TIMES.
               10 BK-STATE         PIC X.
               10 BK-VALUE-DATE    PIC X(10).
               10 BK-REFERENCE     PIC X(20).
               10 BK-AMOUNT        PIC S9(9)V99 COMP-3.
               10 BK-LINE-REF      PIC X(16).
               10 BK-FIRST-SEEN    PIC X(10).
               10 BK-MATCH-NO      PIC 9(6).
               10 BK-MATCH-TYPE    PIC X.
       01 BK-IDX              PIC 9(4) COMP-5.

      * Our rows in play - carried first, then the extract's, so the
      * oldest row is always offered to a bank line first.
       01 OR-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01 OR-CARRIED-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01 OR-TABLE-WS.
           05 OR-ENTRY OCCURS 3000 TIMES.
               10 OR-STATE         PIC X.
               10 OR-DATE          PIC X(10).
               10 OR-KEY           PIC X(20).
               10 OR-AMOUNT        PIC S9(9)V99 COMP-3.
               10 OR-TABLE-NAME    PIC X(30).
               10 OR-FIRST-SEEN    PIC X(10).
               10 OR-MATCH-NO      PIC 9(6).
               10 OR-CANDIDATE     PIC X.
       01 OR-IDX              PIC 9(4) COMP-5.
       01 OR-HIT-IDX          PIC 9(4) COMP-5.

       01 CAPACITY-FLAG       PIC X VALUE "N".
           88 CAPACITY-EXCEEDED   VALUE "Y".

      * Statement envelope.
       01 STMT-STATE-FLAG     PIC X VALUE "N".
           88 STMT-NOT-ON-FILE    VALUE "N".
           88 STMT-ACCEPTED       VALUE "A".
           88 STMT-REJECTED       VALUE "R".
       01 STMT-DATE           PIC X(10) VALUE SPACES.
       01 STMT-ACCOUNT        PIC X(20) VALUE SPACES.
       01 REJECT-REASON       PIC X(40) VALUE SPACES.
       01 SEEN-HEADER-FLAG    PIC X VALUE "N".
           88 SEEN-HEADER         VALUE "Y".
       01 SEEN-TRAILER-FLAG   PIC X VALUE "N".
           88 SEEN-TRAILER        VALUE "Y".
       01 STMT-LINE-COUNT     PIC 9(9) VALUE 0.
       01 STMT-HASH           PIC 9(15) COMP-3 VALUE 0.
       01 STMT-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 TRAILER-COUNT       PIC 9(9) VALUE 0.
       01 TRAILER-HASH        PIC 9(15) COMP-3 VALUE 0.

      * Extract.
       01 DETL-RUN-DATE       PIC X(10) VALUE SPACES.
       01 DETL-TABLE-NAME     PIC X(30) VALUE SPACES.
       01 EXTRACT-ROW-COUNT   PIC 9(5) VALUE 0.
       01 RESTORED-COUNT      PIC 9(5) VALUE 0.

      * Matching.
       01 MATCH-NO            PIC 9(6) VALUE 0.
       01 PREFIX-LEN          PIC 99 COMP-5.
       01 GROUP-TOTAL         PIC S9(11)V99 COMP-3.
       01 GROUP-ROW-COUNT     PIC 9(4) COMP-5.
       01 MATCHED-LINES       PIC 9(5) VALUE 0.
       01 MATCHED-ROWS        PIC 9(5) VALUE 0.
       01 GROUP-MATCHES       PIC 9(5) VALUE 0.

      * Reconciliation totals over every item in play.
       01 BANK-INPLAY-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
       01 OURS-INPLAY-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
       01 BANK-MATCHED-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
       01 OURS-MATCHED-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
       01 BANK-OPEN-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01 OURS-OPEN-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01 BALANCING-DIFF      PIC S9(11)V99 COMP-3 VALUE 0.
       01 EXPLAINED-DIFF      PIC S9(11)V99 COMP-3 VALUE 0.
       01 BANK-OPEN-COUNT     PIC 9(5) VALUE 0.
       01 OURS-OPEN-COUNT     PIC 9(5) VALUE 0.
       01 AGED-COUNT          PIC 9(5) VALUE 0.

       01 AMOUNT-EDITED       PIC -ZZZ,ZZZ,ZZ9.99.
       01 COUNT-EDITED        PIC ZZ,ZZ9.
       01 COUNT-2-EDITED      PIC ZZ,ZZ9.
       01 COUNT-3-EDITED      PIC ZZ,ZZ9.
       01 DAYS-EDITED         PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SET-BUSINESS-DATE
           ACCEPT AGE-LIMIT-INPUT FROM ENVIRONMENT "BANKAGE"
           IF AGE-LIMIT-INPUT NUMERIC AND AGE-LIMIT-INPUT NOT = "000"
               MOVE AGE-LIMIT-INPUT TO AGE-LIMIT-BDAYS
           END-IF
           PERFORM 1100-LOAD-CALENDAR
           PERFORM 6000-START-REPORT

           PERFORM 2000-LOAD-CARRIED-BANK
           PERFORM 2100-LOAD-CARRIED-OURS
           PERFORM 2200-RESTORE-RERUN-MATCHES
           PERFORM 3000-LOAD-STATEMENT
           PERFORM 3500-LOAD-EXTRACT

           IF CAPACITY-EXCEEDED
               PERFORM 6100-PRINT-CAPACITY-STOP
               PERFORM 6900-END-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-COUNT
               IF BK-STATE(BK-IDX) = "U"
                   PERFORM 4000-MATCH-ONE-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-COUNT
               IF BK-STATE(BK-IDX) = "U"
                   PERFORM 4500-MATCH-ROW-GROUP
               END-IF
           END-PERFORM

           PERFORM 6200-PRINT-RUN-SUMMARY
           PERFORM 5000-WRITE-MATCHED
           PERFORM 5500-WRITE-OPEN-ITEMS
           PERFORM 6500-PRINT-RECONCILIATION
           PERFORM 6900-END-REPORT

           MOVE MATCHED-LINES TO COUNT-EDITED
           MOVE BANK-OPEN-COUNT TO COUNT-2-EDITED
           MOVE OURS-OPEN-COUNT TO COUNT-3-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "BANK RECON: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " MATCHED, OPEN BANK" DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " OURS" DELIMITED BY SIZE
                  COUNT-3-EDITED DELIMITED BY SIZE
                  " - SEE BANKRPT" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           IF AGED-COUNT > 0
               MOVE AGED-COUNT TO COUNT-EDITED
               MOVE AGE-LIMIT-BDAYS TO DAYS-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "BANK RECON: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " OPEN ITEM(S) PAST " DELIMITED BY SIZE
                      DAYS-EDITED DELIMITED BY SIZE
                      " BUSINESS DAYS" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           EVALUATE TRUE
               WHEN STMT-REJECTED
                   MOVE 8 TO RETURN-CODE
               WHEN AGED-COUNT > 0
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
           END-IF
           MOVE BUSINESS-DATE TO WORK-DATE
           PERFORM 9000-DATE-TO-DAY-NUMBER
           MOVE ITEM-DAY-NUMBER TO TODAY-DAY-NUMBER.

       1100-LOAD-CALENDAR.
      * Business and month-end days up to the business date; past
      * the table the oldest drop off - an item that old is aged
      * whichever way it is counted.
           MOVE 0 TO CAL-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CALFILE
           IF CAL-FILE-STATUS NOT = "00" AND
              CAL-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ CALFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF (CAL-DAY-TYPE = "B" OR CAL-DAY-TYPE = "E")
                          AND CAL-DATE NOT > BUSINESS-DATE
                           IF CAL-COUNT >= 1000
                               PERFORM VARYING CAL-IDX FROM 1 BY 1
                                       UNTIL CAL-IDX >= CAL-COUNT
                                   MOVE CAL-WS-DATE(CAL-IDX + 1)
                                       TO CAL-WS-DATE(CAL-IDX)
                               END-PERFORM
                               SUBTRACT 1 FROM CAL-COUNT
                           END-IF
                           ADD 1 TO CAL-COUNT
                           MOVE CAL-DATE TO CAL-WS-DATE(CAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALFILE.

       2000-LOAD-CARRIED-BANK.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BKUNBFILE
           IF BKUNB-FILE-STATUS NOT = "00" AND
              BKUNB-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ BKUNBFILE INTO BKITEM-RECORD
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF BKI-IS-BANK
                           PERFORM 2010-TAKE-CARRIED-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUNBFILE.

       2010-TAKE-CARRIED-LINE.
           IF BK-COUNT >= 1000
               SET CAPACITY-EXCEEDED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BK-COUNT
           MOVE "U"            TO BK-STATE(BK-COUNT)
           MOVE BKI-DATE       TO BK-VALUE-DATE(BK-COUNT)
           MOVE BKI-KEY        TO BK-REFERENCE(BK-COUNT)
           MOVE BKI-AMOUNT     TO BK-AMOUNT(BK-COUNT)
           MOVE BKI-BANK-REF   TO BK-LINE-REF(BK-COUNT)
           MOVE BKI-FIRST-SEEN TO BK-FIRST-SEEN(BK-COUNT)
           MOVE 0              TO BK-MATCH-NO(BK-COUNT)
           MOVE SPACE          TO BK-MATCH-TYPE(BK-COUNT).

       2100-LOAD-CARRIED-OURS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BKUNOFILE
           IF BKUNO-FILE-STATUS NOT = "00" AND
              BKUNO-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ BKUNOFILE INTO BKITEM-RECORD
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF BKI-IS-OURS
                           PERFORM 2110-TAKE-CARRIED-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUNOFILE.

       2110-TAKE-CARRIED-ROW.
           IF OR-COUNT >= 3000
               SET CAPACITY-EXCEEDED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OR-COUNT
           MOVE "U"            TO OR-STATE(OR-COUNT)
           MOVE BKI-DATE       TO OR-DATE(OR-COUNT)
           MOVE BKI-KEY        TO OR-KEY(OR-COUNT)
           MOVE BKI-AMOUNT     TO OR-AMOUNT(OR-COUNT)
           MOVE BKI-TABLE-NAME TO OR-TABLE-NAME(OR-COUNT)
           MOVE BKI-FIRST-SEEN TO OR-FIRST-SEEN(OR-COUNT)
           MOVE 0              TO OR-MATCH-NO(OR-COUNT)
           MOVE "N"            TO OR-CANDIDATE(OR-COUNT).

       2200-RESTORE-RERUN-MATCHES.
      * The matched file holds the last run's matches only. When that
      * run was for this same business date, this is a rerun: what
      * it matched goes back in play - carried items open again,
      * the statement's and extract's own replaced by the fresh
      * copies below - so the rerun matches from where the night
      * started, not from where the first attempt left it.
           MOVE 0 TO RESTORED-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BKMATFILE
           IF BKMAT-FILE-STATUS = "00" OR BKMAT-FILE-STATUS = "05"
               PERFORM UNTIL FILE-AT-EOF
                   READ BKMATFILE INTO BKITEM-RECORD
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF BKI-MATCHED-ON = BUSINESS-DATE
                               ADD 1 TO RESTORED-COUNT
                               IF BKI-IS-BANK
                                   PERFORM 2010-TAKE-CARRIED-LINE
                               ELSE
                                   PERFORM 2110-TAKE-CARRIED-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKMATFILE
           END-IF
           MOVE BK-COUNT TO BK-CARRIED-COUNT
           MOVE OR-COUNT TO OR-CARRIED-COUNT.

       3000-LOAD-STATEMENT.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BANKFILE
           IF BANK-FILE-STATUS = "05"
               CLOSE BANKFILE
           END-IF
           IF NOT BANK-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET STMT-ACCEPTED TO TRUE
           PERFORM UNTIL FILE-AT-EOF
               READ BANKFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-TAKE-STATEMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE BANKFILE
           IF STMT-ACCEPTED AND NOT SEEN-HEADER
               SET STMT-REJECTED TO TRUE
               MOVE "EMPTY STATEMENT - NO HEADER" TO REJECT-REASON
           END-IF
           IF STMT-ACCEPTED AND NOT SEEN-TRAILER
               SET STMT-REJECTED TO TRUE
               MOVE "NO TRAILER - TRANSFER TRUNCATED"
                   TO REJECT-REASON
           END-IF
           IF STMT-ACCEPTED AND STMT-LINE-COUNT NOT = TRAILER-COUNT
               SET STMT-REJECTED TO TRUE
               MOVE "LINE COUNT DOES NOT AGREE WITH TRAILER"
                   TO REJECT-REASON
           END-IF
           IF STMT-ACCEPTED AND STMT-HASH NOT = TRAILER-HASH
               SET STMT-REJECTED TO TRUE
               MOVE "AMOUNT HASH DOES NOT AGREE WITH TRAILER"
                   TO REJECT-REASON
           END-IF

           IF STMT-REJECTED
      * Not one line of a statement that fails its envelope is kept.
               MOVE BK-CARRIED-COUNT TO BK-COUNT
               MOVE ZERO TO STMT-TOTAL
               MOVE SPACES TO LOG-TEXT
               STRING "BANK STATEMENT REFUSED: " DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF

      * A rerun brings the same statement again - its lines left
      * open last time give way to the fresh copy.
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BK-CARRIED-COUNT
               IF BK-FIRST-SEEN(BK-IDX) = STMT-DATE
                   MOVE "X" TO BK-STATE(BK-IDX)
               END-IF
           END-PERFORM.

       3100-TAKE-STATEMENT-RECORD.
           IF NOT STMT-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           IF SEEN-TRAILER
               SET STMT-REJECTED TO TRUE
               MOVE "RECORDS AFTER THE TRAILER" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN BANK-IS-HEADER
                   IF SEEN-HEADER
                       SET STMT-REJECTED TO TRUE
                       MOVE "SECOND HEADER IN STATEMENT"
                           TO REJECT-REASON
                   ELSE
                       SET SEEN-HEADER TO TRUE
                       MOVE BANK-HDR-STMT-DATE TO STMT-DATE
                       MOVE BANK-HDR-ACCOUNT   TO STMT-ACCOUNT
                   END-IF
               WHEN BANK-IS-DETAIL
                   IF NOT SEEN-HEADER
                       SET STMT-REJECTED TO TRUE
                       MOVE "FIRST RECORD NOT A HEADER"
                           TO REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF BANK-AMOUNT NOT NUMERIC
                       SET STMT-REJECTED TO TRUE
                       MOVE "LINE AMOUNT NOT NUMERIC" TO REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO STMT-LINE-COUNT
                   COMPUTE STMT-HASH =
                       FUNCTION MOD(STMT-HASH +
                                    FUNCTION ABS(BANK-AMOUNT) * 100,
                                    1000000000000000)
                   ADD BANK-AMOUNT TO STMT-TOTAL
                   IF BK-COUNT >= 1000
                       SET CAPACITY-EXCEEDED TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO BK-COUNT
                   MOVE "U"             TO BK-STATE(BK-COUNT)
                   MOVE BANK-VALUE-DATE TO BK-VALUE-DATE(BK-COUNT)
                   MOVE BANK-REFERENCE  TO BK-REFERENCE(BK-COUNT)
                   MOVE BANK-AMOUNT     TO BK-AMOUNT(BK-COUNT)
                   MOVE BANK-LINE-REF   TO BK-LINE-REF(BK-COUNT)
                   MOVE STMT-DATE       TO BK-FIRST-SEEN(BK-COUNT)
                   MOVE 0               TO BK-MATCH-NO(BK-COUNT)
                   MOVE SPACE           TO BK-MATCH-TYPE(BK-COUNT)
               WHEN BANK-IS-TRAILER
                   IF NOT SEEN-HEADER
                       SET STMT-REJECTED TO TRUE
                       MOVE "FIRST RECORD NOT A HEADER"
                           TO REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
                   SET SEEN-TRAILER TO TRUE
                   IF BANK-TRL-COUNT NUMERIC AND BANK-TRL-HASH NUMERIC
                       MOVE BANK-TRL-COUNT TO TRAILER-COUNT
                       MOVE BANK-TRL-HASH  TO TRAILER-HASH
                   ELSE
                       SET STMT-REJECTED TO TRUE
                       MOVE "TRAILER TOTALS NOT NUMERIC"
                           TO REJECT-REASON
                   END-IF
               WHEN OTHER
                   SET STMT-REJECTED TO TRUE
                   MOVE "UNKNOWN RECORD TYPE IN STATEMENT"
                       TO REJECT-REASON
           END-EVALUATE.

       3500-LOAD-EXTRACT.
      * EXTR-VERIFY has proved the envelope before this runs; only
      * the rows are taken, dated by the header they follow.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DETLFILE
           IF DETL-FILE-STATUS NOT = "00" AND
              DETL-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ DETLFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DETL-IS-HEADER
                               MOVE DETL-HDR-RUN-DATE TO DETL-RUN-DATE
                               MOVE DETL-HDR-TABLE
                                   TO DETL-TABLE-NAME
                               PERFORM 3510-DROP-RERUN-ROWS
                           WHEN DETL-IS-DETAIL
                               PERFORM 3520-TAKE-EXTRACT-ROW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DETLFILE.

       3510-DROP-RERUN-ROWS.
      * The same extract again - its rows left open last time give
      * way to the fresh copy.
           PERFORM VARYING OR-IDX FROM 1 BY 1
                   UNTIL OR-IDX > OR-CARRIED-COUNT
               IF OR-FIRST-SEEN(OR-IDX) = DETL-RUN-DATE AND
                  OR-TABLE-NAME(OR-IDX) = DETL-TABLE-NAME
                   MOVE "X" TO OR-STATE(OR-IDX)
               END-IF
           END-PERFORM.

       3520-TAKE-EXTRACT-ROW.
           IF OR-COUNT >= 3000
               SET CAPACITY-EXCEEDED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OR-COUNT
           ADD 1 TO EXTRACT-ROW-COUNT
           MOVE "U"             TO OR-STATE(OR-COUNT)
           MOVE DETL-RUN-DATE   TO OR-DATE(OR-COUNT)
           IF DETL-LONG-KEY NOT = SPACES
               MOVE DETL-LONG-KEY TO OR-KEY(OR-COUNT)
           ELSE
               MOVE DETL-KEY      TO OR-KEY(OR-COUNT)
           END-IF
           MOVE DETL-AMOUNT     TO OR-AMOUNT(OR-COUNT)
           MOVE DETL-TABLE-NAME TO OR-TABLE-NAME(OR-COUNT)
           MOVE DETL-RUN-DATE   TO OR-FIRST-SEEN(OR-COUNT)
           MOVE 0               TO OR-MATCH-NO(OR-COUNT)
           MOVE "N"             TO OR-CANDIDATE(OR-COUNT).

       4000-MATCH-ONE-ROW.
      * Reference, amount and date - the first open row that agrees
      * on all three, which is the oldest.
           MOVE 0 TO OR-HIT-IDX
           PERFORM VARYING OR-IDX FROM 1 BY 1
                   UNTIL OR-IDX > OR-COUNT OR OR-HIT-IDX > 0
               IF OR-STATE(OR-IDX) = "U" AND
                  OR-KEY(OR-IDX) = BK-REFERENCE(BK-IDX) AND
                  OR-AMOUNT(OR-IDX) = BK-AMOUNT(BK-IDX) AND
                  OR-DATE(OR-IDX) NOT > BK-VALUE-DATE(BK-IDX)
                   MOVE OR-IDX TO OR-HIT-IDX
               END-IF
           END-PERFORM
           IF OR-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MATCH-NO
           MOVE "M"      TO BK-STATE(BK-IDX)
           MOVE MATCH-NO TO BK-MATCH-NO(BK-IDX)
           MOVE "1"      TO BK-MATCH-TYPE(BK-IDX)
           MOVE "M"      TO OR-STATE(OR-HIT-IDX)
           MOVE MATCH-NO TO OR-MATCH-NO(OR-HIT-IDX)
           ADD 1 TO MATCHED-LINES
           ADD 1 TO MATCHED-ROWS.

       4500-MATCH-ROW-GROUP.
      * One line paying for several rows: every open row whose key
      * the reference leads, dated no later than the line, and
      * together exactly the line's amount. Anything short of exact
      * stays open for the cash team.
           MOVE 0 TO PREFIX-LEN
           INSPECT BK-REFERENCE(BK-IDX) TALLYING PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF PREFIX-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO GROUP-TOTAL
           MOVE 0 TO GROUP-ROW-COUNT
           PERFORM VARYING OR-IDX FROM 1 BY 1 UNTIL OR-IDX > OR-COUNT
               MOVE "N" TO OR-CANDIDATE(OR-IDX)
               IF OR-STATE(OR-IDX) = "U" AND
                  OR-KEY(OR-IDX)(1:PREFIX-LEN) =
                      BK-REFERENCE(BK-IDX)(1:PREFIX-LEN) AND
                  OR-DATE(OR-IDX) NOT > BK-VALUE-DATE(BK-IDX)
                   MOVE "Y" TO OR-CANDIDATE(OR-IDX)
                   ADD OR-AMOUNT(OR-IDX) TO GROUP-TOTAL
                   ADD 1 TO GROUP-ROW-COUNT
               END-IF
           END-PERFORM
           IF GROUP-ROW-COUNT < 2 OR GROUP-TOTAL NOT = BK-AMOUNT(BK-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MATCH-NO
           MOVE "M"      TO BK-STATE(BK-IDX)
           MOVE MATCH-NO TO BK-MATCH-NO(BK-IDX)
           MOVE "G"      TO BK-MATCH-TYPE(BK-IDX)
           PERFORM VARYING OR-IDX FROM 1 BY 1 UNTIL OR-IDX > OR-COUNT
               IF OR-CANDIDATE(OR-IDX) = "Y"
                   MOVE "M"      TO OR-STATE(OR-IDX)
                   MOVE MATCH-NO TO OR-MATCH-NO(OR-IDX)
                   ADD 1 TO MATCHED-ROWS
               END-IF
           END-PERFORM
           ADD 1 TO MATCHED-LINES
           ADD 1 TO GROUP-MATCHES.

       5000-WRITE-MATCHED.
      * Each bank line followed by the row or rows it settled.
           OPEN OUTPUT BKMATFILE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-COUNT
               IF BK-STATE(BK-IDX) NOT = "X"
                   ADD BK-AMOUNT(BK-IDX) TO BANK-INPLAY-TOTAL
               END-IF
               IF BK-STATE(BK-IDX) = "M"
                   ADD BK-AMOUNT(BK-IDX) TO BANK-MATCHED-TOTAL
                   MOVE 0 TO ITEM-BUS-DAYS
                   PERFORM 5100-BUILD-BANK-ITEM
                   WRITE BKMAT-RECORD FROM BKITEM-RECORD
                   PERFORM VARYING OR-IDX FROM 1 BY 1
                           UNTIL OR-IDX > OR-COUNT
                       IF OR-STATE(OR-IDX) = "M" AND
                          OR-MATCH-NO(OR-IDX) = BK-MATCH-NO(BK-IDX)
                           ADD OR-AMOUNT(OR-IDX) TO OURS-MATCHED-TOTAL
                           PERFORM 5200-BUILD-OURS-ITEM
                           MOVE BK-MATCH-TYPE(BK-IDX)
                               TO BKI-MATCH-TYPE
                           WRITE BKMAT-RECORD FROM BKITEM-RECORD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE BKMATFILE
           PERFORM VARYING OR-IDX FROM 1 BY 1 UNTIL OR-IDX > OR-COUNT
               IF OR-STATE(OR-IDX) NOT = "X"
                   ADD OR-AMOUNT(OR-IDX) TO OURS-INPLAY-TOTAL
               END-IF
           END-PERFORM.

       5100-BUILD-BANK-ITEM.
           MOVE SPACES TO BKITEM-RECORD
           SET BKI-IS-BANK TO TRUE
           MOVE BK-VALUE-DATE(BK-IDX) TO BKI-DATE
           MOVE BK-REFERENCE(BK-IDX)  TO BKI-KEY
           MOVE BK-AMOUNT(BK-IDX)     TO BKI-AMOUNT
           MOVE BK-LINE-REF(BK-IDX)   TO BKI-BANK-REF
           MOVE BK-FIRST-SEEN(BK-IDX) TO BKI-FIRST-SEEN
           MOVE ITEM-BUS-DAYS         TO BKI-BUS-DAYS-OPEN
           MOVE BK-MATCH-NO(BK-IDX)   TO BKI-MATCH-NO
           MOVE BK-MATCH-TYPE(BK-IDX) TO BKI-MATCH-TYPE
           IF BK-MATCH-NO(BK-IDX) > 0
               MOVE BUSINESS-DATE TO BKI-MATCHED-ON
           END-IF.

       5200-BUILD-OURS-ITEM.
           MOVE SPACES TO BKITEM-RECORD
           SET BKI-IS-OURS TO TRUE
           MOVE OR-DATE(OR-IDX)       TO BKI-DATE
           MOVE OR-KEY(OR-IDX)        TO BKI-KEY
           MOVE OR-AMOUNT(OR-IDX)     TO BKI-AMOUNT
           MOVE OR-TABLE-NAME(OR-IDX) TO BKI-TABLE-NAME
           MOVE OR-FIRST-SEEN(OR-IDX) TO BKI-FIRST-SEEN
           MOVE ITEM-BUS-DAYS         TO BKI-BUS-DAYS-OPEN
           MOVE OR-MATCH-NO(OR-IDX)   TO BKI-MATCH-NO
           IF OR-MATCH-NO(OR-IDX) > 0
               MOVE BUSINESS-DATE TO BKI-MATCHED-ON
           END-IF.

       5500-WRITE-OPEN-ITEMS.
      * Both open-item files rewritten wholesale, every item aged
      * as of the business date and listed on the report.
           OPEN OUTPUT BKUNBFILE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-COUNT
               IF BK-STATE(BK-IDX) = "U"
                   IF BANK-OPEN-COUNT = 0
                       PERFORM 6800-WRITE-RPT-LINE
                       MOVE "OPEN BANK LINES (NOTHING OF OURS MATCHES):"
                           TO RPT-LINE
                       PERFORM 6800-WRITE-RPT-LINE
                   END-IF
                   ADD 1 TO BANK-OPEN-COUNT
                   ADD BK-AMOUNT(BK-IDX) TO BANK-OPEN-TOTAL
                   MOVE BK-FIRST-SEEN(BK-IDX) TO WORK-DATE
                   PERFORM 5600-COUNT-BUSINESS-DAYS
                   PERFORM 5100-BUILD-BANK-ITEM
                   WRITE BKUNB-RECORD FROM BKITEM-RECORD
                   MOVE BK-AMOUNT(BK-IDX) TO AMOUNT-EDITED
                   MOVE ITEM-BUS-DAYS TO DAYS-EDITED
                   STRING "  " DELIMITED BY SIZE
                          BK-VALUE-DATE(BK-IDX) DELIMITED BY SIZE
                          " REF " DELIMITED BY SIZE
                          BK-REFERENCE(BK-IDX) DELIMITED BY SIZE
                          AMOUNT-EDITED DELIMITED BY SIZE
                          " OPEN " DELIMITED BY SIZE
                          DAYS-EDITED DELIMITED BY SIZE
                          " BD" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 5700-MARK-IF-AGED
               END-IF
           END-PERFORM
           CLOSE BKUNBFILE

           OPEN OUTPUT BKUNOFILE
           PERFORM VARYING OR-IDX FROM 1 BY 1 UNTIL OR-IDX > OR-COUNT
               IF OR-STATE(OR-IDX) = "U"
                   IF OURS-OPEN-COUNT = 0
                       PERFORM 6800-WRITE-RPT-LINE
                       MOVE "OPEN ROWS OF OURS (NO BANK LINE SETTLES):"
                           TO RPT-LINE
                       PERFORM 6800-WRITE-RPT-LINE
                   END-IF
                   ADD 1 TO OURS-OPEN-COUNT
                   ADD OR-AMOUNT(OR-IDX) TO OURS-OPEN-TOTAL
                   MOVE OR-FIRST-SEEN(OR-IDX) TO WORK-DATE
                   PERFORM 5600-COUNT-BUSINESS-DAYS
                   PERFORM 5200-BUILD-OURS-ITEM
                   WRITE BKUNO-RECORD FROM BKITEM-RECORD
                   MOVE OR-AMOUNT(OR-IDX) TO AMOUNT-EDITED
                   MOVE ITEM-BUS-DAYS TO DAYS-EDITED
                   STRING "  " DELIMITED BY SIZE
                          OR-DATE(OR-IDX) DELIMITED BY SIZE
                          " KEY " DELIMITED BY SIZE
                          OR-KEY(OR-IDX) DELIMITED BY SIZE
                          AMOUNT-EDITED DELIMITED BY SIZE
                          " OPEN " DELIMITED BY SIZE
                          DAYS-EDITED DELIMITED BY SIZE
                          " BD" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 5700-MARK-IF-AGED
               END-IF
           END-PERFORM
           CLOSE BKUNOFILE.

       5600-COUNT-BUSINESS-DAYS.
      * Business days on the calendar after the first sighting, up
      * to the business date; calendar days when there is no
      * calendar to count.
           MOVE 0 TO ITEM-BUS-DAYS
           IF CAL-COUNT > 0
               PERFORM VARYING CAL-IDX FROM 1 BY 1
                       UNTIL CAL-IDX > CAL-COUNT
                   IF CAL-WS-DATE(CAL-IDX) > WORK-DATE AND
                      ITEM-BUS-DAYS < 999
                       ADD 1 TO ITEM-BUS-DAYS
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM 9000-DATE-TO-DAY-NUMBER
           EVALUATE TRUE
               WHEN ITEM-DAY-NUMBER = ZERO
                   MOVE 999 TO ITEM-BUS-DAYS
               WHEN TODAY-DAY-NUMBER - ITEM-DAY-NUMBER > 999
                   MOVE 999 TO ITEM-BUS-DAYS
               WHEN TODAY-DAY-NUMBER > ITEM-DAY-NUMBER
                   COMPUTE ITEM-BUS-DAYS =
                       TODAY-DAY-NUMBER - ITEM-DAY-NUMBER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5700-MARK-IF-AGED.
           IF ITEM-BUS-DAYS > AGE-LIMIT-BDAYS
               ADD 1 TO AGED-COUNT
               MOVE "** AGED **" TO RPT-LINE(70:10)
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           MOVE "BANKRPT" TO RW-FILE-NAME
           MOVE "BANK SETTLEMENT RECONCILIATION" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6100-PRINT-CAPACITY-STOP.
           MOVE "** MORE OPEN ITEMS THAN THE MATCH TABLES HOLD **"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "RECONCILIATION STOPPED - OPEN ITEMS LEFT AS THEY WERE"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "BANK RECON STOPPED: OVER 1000 LINES OR 3000 ROWS"
               TO LOG-TEXT
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT.

       6200-PRINT-RUN-SUMMARY.
           EVALUATE TRUE
               WHEN STMT-ACCEPTED
                   MOVE STMT-LINE-COUNT TO COUNT-EDITED
                   STRING "STATEMENT " DELIMITED BY SIZE
                          STMT-DATE DELIMITED BY SIZE
                          " ACCOUNT " DELIMITED BY SIZE
                          STMT-ACCOUNT DELIMITED BY SPACE
                          ":" DELIMITED BY SIZE
                          COUNT-EDITED DELIMITED BY SIZE
                          " LINES, ENVELOPE AGREES" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN STMT-REJECTED
                   STRING "** STATEMENT REFUSED: " DELIMITED BY SIZE
                          REJECT-REASON DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "NO BANK STATEMENT ON FILE - OPEN ITEMS CARRIED"
                       TO RPT-LINE
           END-EVALUATE
           PERFORM 6800-WRITE-RPT-LINE
           IF RESTORED-COUNT > 0
               MOVE RESTORED-COUNT TO COUNT-EDITED
               STRING "RERUN OF " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " -" DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " ITEM(S) MATCHED EARLIER PUT BACK IN PLAY"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           MOVE EXTRACT-ROW-COUNT TO COUNT-EDITED
           MOVE OR-CARRIED-COUNT TO COUNT-2-EDITED
           MOVE BK-CARRIED-COUNT TO COUNT-3-EDITED
           STRING "EXTRACT ROWS" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  "  CARRIED: OURS" DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " BANK" DELIMITED BY SIZE
                  COUNT-3-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE MATCHED-LINES TO COUNT-EDITED
           MOVE MATCHED-ROWS TO COUNT-2-EDITED
           MOVE GROUP-MATCHES TO COUNT-3-EDITED
           STRING "MATCHED" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " BANK LINE(S) TO" DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " ROW(S)," DELIMITED BY SIZE
                  COUNT-3-EDITED DELIMITED BY SIZE
                  " SETTLING SEVERAL" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       6500-PRINT-RECONCILIATION.
           PERFORM 6800-WRITE-RPT-LINE
           COMPUTE BALANCING-DIFF = BANK-INPLAY-TOTAL -
                                    OURS-INPLAY-TOTAL
           COMPUTE EXPLAINED-DIFF = BANK-OPEN-TOTAL - OURS-OPEN-TOTAL
           MOVE BANK-INPLAY-TOTAL TO AMOUNT-EDITED
           STRING "BANK LINES IN PLAY       " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE OURS-INPLAY-TOTAL TO AMOUNT-EDITED
           STRING "OUR ROWS IN PLAY         " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE BANK-MATCHED-TOTAL TO AMOUNT-EDITED
           STRING "MATCHED                  " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE BANK-OPEN-TOTAL TO AMOUNT-EDITED
           STRING "OPEN BANK LINES          " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE OURS-OPEN-TOTAL TO AMOUNT-EDITED
           STRING "OPEN ROWS OF OURS        " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE BALANCING-DIFF TO AMOUNT-EDITED
           STRING "BALANCING DIFFERENCE     " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "  (BANK LESS OURS)" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
      * Matched items agree to the cent, so the open items must
      * account for the whole difference - if not, something was
      * lost between the tables and the files.
           IF BALANCING-DIFF NOT = EXPLAINED-DIFF OR
              BANK-MATCHED-TOTAL NOT = OURS-MATCHED-TOTAL
               MOVE "** OPEN ITEMS DO NOT ACCOUNT FOR THE DIFFERENCE **"
                   TO RPT-LINE
               PERFORM 6850-WRITE-TOTAL-LINE
               MOVE "BANK RECON: DIFFERENCE NOT EXPLAINED BY OPEN ITEMS"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           ELSE
               MOVE "DIFFERENCE FULLY EXPLAINED BY THE OPEN ITEMS"
                   TO RPT-LINE
               PERFORM 6850-WRITE-TOTAL-LINE
           END-IF.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6850-WRITE-TOTAL-LINE.
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6900-END-REPORT.
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       9000-DATE-TO-DAY-NUMBER.
      * YYYY-MM-DD to the INTEGER-OF-DATE day number - zero back
      * for anything that does not parse, as AGE-WORK counts.
           MOVE ZERO TO ITEM-DAY-NUMBER
           IF WORK-DATE(1:4) NUMERIC AND WORK-DATE(6:2) NUMERIC AND
              WORK-DATE(9:2) NUMERIC
               MOVE SPACES TO CURRENT-DATE-WORK
               STRING WORK-DATE(1:4) DELIMITED BY SIZE
                      WORK-DATE(6:2) DELIMITED BY SIZE
                      WORK-DATE(9:2) DELIMITED BY SIZE
                   INTO CURRENT-DATE-WORK
               END-STRING
               MOVE CURRENT-DATE-WORK(1:8) TO WORK-DATE-DIGITS
               COMPUTE ITEM-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE-DIGITS)
           END-IF.

       END PROGRAM BANK-RECON.
