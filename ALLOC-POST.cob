       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOC-POST.

      *****************************************************************
      * ALLOC-POST - cost-centre allocation of shared-cost category
      * subtotals. The scan posts each CTX-GROUPS subtotal whole to
      * its category's account; accounting then spread the shared
      * ones across cost centres by hand every month. Run by the
      * batch wrapper after a clean scan, this takes the night's
      * category subtotals off SUMCATH (see CBCATH - the set with
      * the last run number appended for the business date) and
      * the allocation rules in force on SUMALLOC (see CBALLOC):
      *   - every rule set in force - one table (or every table)
      *     and one source category - must add up to exactly 100%;
      *     a set that does not stops the whole allocation before
      *     anything posts, alerted, and the report lists the sets
      *     at fault
      *   - otherwise each source subtotal is split by the rules'
      *     percentages, the last cost centre taking the rounding so
      *     the shares always add back to the subtotal, and each
      *     share goes out as one balanced pair: the cost centre's
      *     account debited, the category's own account (SUMACCT as
      *     in force for the date, *SUSPENSE* where unmapped, as the
      *     night's pair went) credited; a negative subtotal posts
      *     with the sides turned over
      *   - one ALLOCATION batch per table in the CBGLPOST envelope,
      *     appended to SUMGLPST and SUMGLARC behind the night's own
      *     batches, carrying the table's legal entity (ENTITY-OF),
      *     numbered in that entity's series off SUMGLSEQ and
      *     entered on SUMGLREG. A table with no entity is not
      *     allocated, as the nightly run does not post it.
      *     A table whose latest register entry for the date is
      *     already an ALLOCATION is not allocated twice; a rescan
      *     cuts a new ORIGINAL, and the allocation follows it again.
      *     A table with no ORIGINAL for the date has nothing on the
      *     ledger to relieve and is not allocated either.
      * Report to ALLOCRPT.
      *
      * RC 0 = allocated, or no rules in force; 4 = nothing to
      * allocate from (no subtotals for the date, no account map)
      * or a subtotal or table that could not be posted; 8 = rules
      * do not total 100% - nothing posted - or no batch number
      * could be had off SUMGLSEQ - posting stopped there.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - a shop that allocates nothing has no rules file.
           SELECT OPTIONAL ALLOCFILE ASSIGN TO "SUMALLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALLOC-FILE-STATUS.
           SELECT OPTIONAL CATHFILE ASSIGN TO "SUMCATH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATH-FILE-STATUS.
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
       FD  ALLOCFILE.
           COPY CBALLOC.

       FD  CATHFILE.
           COPY CBCATH.

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
       01 ALLOC-FILE-STATUS   PIC XX.
           88 ALLOC-FILE-OK       VALUE "00".
       01 CATH-FILE-STATUS    PIC XX.
           88 CATH-FILE-OK        VALUE "00".
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
       01 CURRENT-DATE-WORK   PIC X(21).

      * The rules in force on the business date.
       01 RULE-COUNT          PIC 999 COMP-5 VALUE 0.
       01 RULE-TABLE-WS.
           05 RULE-ENTRY OCCURS 100 TIMES.
               10 RL-TABLE        PIC X(30).
               10 RL-SOURCE       PIC X(20).
               10 RL-COST-CENTRE  PIC X(8).
               10 RL-ACCOUNT      PIC X(8).
               10 RL-PERCENT      PIC 9(3)V99.
               10 RL-DRIVER       PIC X(10).
       01 RULE-IDX            PIC 999 COMP-5.
       01 RULE-CMP-IDX        PIC 999 COMP-5.
       01 RULE-OVERFLOW-FLAG  PIC X VALUE "N".
           88 RULE-TABLE-FULL     VALUE "Y".
       01 RULE-SEEN-FLAG      PIC X.
           88 RULE-SET-SEEN       VALUE "Y".
       01 SET-PCT-TOTAL       PIC 9(5)V99 COMP-3.
       01 SET-COUNT           PIC 999 COMP-5 VALUE 0.
       01 BAD-SET-COUNT       PIC 999 COMP-5 VALUE 0.

      * The rule set a subtotal is split by - the table's own rules
      * for the category, or the every-table rules when it has none.
       01 SET-TABLE           PIC X(30).
       01 SET-RULE-COUNT      PIC 999 COMP-5.
       01 SET-RULE-SEEN       PIC 999 COMP-5.

      * The night's subtotals, latest run's set per table.
       01 TBL-COUNT           PIC 99 COMP-5 VALUE 0.
       01 TBL-TABLE-WS.
           05 TBL-ENTRY OCCURS 20 TIMES.
               10 TB-NAME         PIC X(30).
               10 TB-RUN-NUMBER   PIC 9(6).
      * Last ORIGINAL or ALLOCATION entry on the register for the
      * table and date.
               10 TB-LAST-REF     PIC X(10).
       01 TBL-IDX             PIC 99 COMP-5.
       01 TBL-HIT-IDX         PIC 99 COMP-5.
       01 TBL-OVERFLOW-FLAG   PIC X VALUE "N".
           88 TBL-TABLE-FULL      VALUE "Y".
       01 SUBT-COUNT          PIC 999 COMP-5 VALUE 0.
       01 SUBT-TABLE-WS.
           05 SUBT-ENTRY OCCURS 200 TIMES.
               10 ST-TABLE        PIC X(30).
               10 ST-CATEGORY     PIC X(20).
               10 ST-AMOUNT       PIC S9(11)V99 COMP-3.
               10 ST-LIVE         PIC X.
       01 SUBT-IDX            PIC 999 COMP-5.
       01 SUBT-OVERFLOW-FLAG  PIC X VALUE "N".
           88 SUBT-TABLE-FULL     VALUE "Y".

      * Account map in force on the business date, as TEST-SUM
      * loads it.
       01 ACCT-MAP-COUNT      PIC 99 COMP-5 VALUE 0.
       01 ACCT-MAP-TABLE.
           05 ACCT-MAP-ENTRY OCCURS 30 TIMES.
               10 ACCT-MAP-CATEGORY PIC X(20).
               10 ACCT-MAP-ACCOUNT  PIC X(8).
       01 ACCT-IDX            PIC 99 COMP-5.
       01 SUSPENSE-ACCOUNT    PIC X(8) VALUE SPACES.
       01 SOURCE-ACCOUNT      PIC X(8).

      * The split and the batch envelope.
       01 SHARE-AMOUNT        PIC S9(11)V99 COMP-3.
       01 ALLOCATED-SO-FAR    PIC S9(11)V99 COMP-3.
       01 POST-REFERENCE      PIC X(30).
       01 BATCH-OPEN-FLAG     PIC X VALUE "N".
           88 BATCH-IS-OPEN       VALUE "Y".
       01 GL-BATCH-NO         PIC 9(6) VALUE 0.
       01 GL-PAIR-COUNT       PIC 9(9) VALUE 0.
       01 GL-BATCH-HASH       PIC 9(15) COMP-3 VALUE 0.
           COPY CBGLSQQ.
           COPY CBENTQ.
       01 POST-ENTITY         PIC X(6).
       01 SEQUENCE-FLAG       PIC X VALUE "N".
           88 SEQUENCE-REFUSED    VALUE "Y".
       01 GLREG-LAST-BATCH    PIC 9(6) VALUE 0.
       01 BATCHES-CUT         PIC 99 COMP-5 VALUE 0.
       01 UNPOSTED-COUNT      PIC 99 COMP-5 VALUE 0.

       01 AMOUNT-EDITED       PIC -ZZZ,ZZZ,ZZ9.99.
       01 PCT-EDITED          PIC ZZ9.99.
       01 PCT-TOTAL-EDITED    PIC ZZ,ZZ9.99.
       01 COUNT-EDITED        PIC ZZ9.
       01 COUNT-2-EDITED      PIC ZZ9.
       01 GL-BATCH-EDITED     PIC ZZZZZ9.
       01 PAIRS-EDITED        PIC ZZ,ZZ9.
       01 RUN-NUMBER-EDITED   PIC Z(5)9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 2000-LOAD-RULES
           IF RULE-COUNT = 0
               MOVE SPACES TO LOG-TEXT
               STRING "ALLOCATION: NO RULES IN FORCE FOR "
                          DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " - NOTHING ALLOCATED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 6000-START-REPORT

      * Every rule set is proved before a single pair is written -
      * a short set would leave part of a subtotal on the category,
      * an over-full one would allocate money that is not there.
           PERFORM 2500-CHECK-RULE-TOTALS
           IF BAD-SET-COUNT > 0 OR RULE-TABLE-FULL
               PERFORM 6200-PRINT-STOPPED
               PERFORM 6900-END-REPORT
               MOVE BAD-SET-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               IF RULE-TABLE-FULL
                   MOVE "ALLOCATION STOPPED: OVER 100 RULES IN FORCE"
                       TO LOG-TEXT
               ELSE
                   STRING "ALLOCATION STOPPED: " DELIMITED BY SIZE
                          COUNT-EDITED DELIMITED BY SIZE
                          " RULE SET(S) NOT 100% - NOTHING POSTED"
                              DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
               END-IF
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 3000-LOAD-SUBTOTALS
           IF TBL-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "NO CATEGORY SUBTOTALS ON SUMCATH FOR "
                          DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6900-END-REPORT
               MOVE "ALLOCATION: NO CATEGORY SUBTOTALS FOR THE DATE"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 3500-LOAD-ACCT-MAP
           IF ACCT-MAP-COUNT = 0 AND SUSPENSE-ACCOUNT = SPACES
               MOVE "NO SUMACCT MAP IN FORCE - NOTHING POSTED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6900-END-REPORT
               MOVE "ALLOCATION: NO SUMACCT MAP - NOTHING POSTED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 3700-SCAN-REGISTER
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT OR SEQUENCE-REFUSED
               PERFORM 4000-ALLOCATE-TABLE
           END-PERFORM
           IF SEQUENCE-REFUSED
               MOVE "NO BATCH NUMBER OFF SUMGLSEQ - ALLOCATION STOPPED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6900-END-REPORT

           MOVE BATCHES-CUT TO COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "ALLOCATION: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " BATCH(ES) CUT - SEE ALLOCRPT" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           EVALUATE TRUE
               WHEN SEQUENCE-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN UNPOSTED-COUNT > 0
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

       2000-LOAD-RULES.
           MOVE 0 TO RULE-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ALLOCFILE
           IF NOT ALLOC-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ ALLOCFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF (ALLOC-EFF-FROM NOT = SPACES AND
                           ALLOC-EFF-FROM > BUSINESS-DATE) OR
                          (ALLOC-EFF-TO NOT = SPACES AND
                           ALLOC-EFF-TO < BUSINESS-DATE) OR
                          ALLOC-SOURCE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM 2100-TAKE-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALLOCFILE.

       2100-TAKE-RULE.
      * A rule dropped for want of room would leave its set short -
      * the overflow stops the allocation rather than post it.
           IF RULE-COUNT >= 100
               SET RULE-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RULE-COUNT
           MOVE ALLOC-TABLE-NAME  TO RL-TABLE(RULE-COUNT)
           MOVE ALLOC-SOURCE      TO RL-SOURCE(RULE-COUNT)
           MOVE ALLOC-COST-CENTRE TO RL-COST-CENTRE(RULE-COUNT)
           MOVE ALLOC-ACCOUNT     TO RL-ACCOUNT(RULE-COUNT)
           MOVE ALLOC-DRIVER      TO RL-DRIVER(RULE-COUNT)
           IF ALLOC-PERCENT NUMERIC
               MOVE ALLOC-PERCENT TO RL-PERCENT(RULE-COUNT)
           ELSE
               MOVE ZERO TO RL-PERCENT(RULE-COUNT)
           END-IF.

       2500-CHECK-RULE-TOTALS.
      * One pass per distinct table + source category, at the
      * first rule of the set.
           MOVE 0 TO SET-COUNT
           MOVE 0 TO BAD-SET-COUNT
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               MOVE "N" TO RULE-SEEN-FLAG
               PERFORM VARYING RULE-CMP-IDX FROM 1 BY 1
                       UNTIL RULE-CMP-IDX >= RULE-IDX
                   IF RL-TABLE(RULE-CMP-IDX) = RL-TABLE(RULE-IDX) AND
                      RL-SOURCE(RULE-CMP-IDX) = RL-SOURCE(RULE-IDX)
                       SET RULE-SET-SEEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT RULE-SET-SEEN
                   PERFORM 2600-CHECK-ONE-SET
               END-IF
           END-PERFORM
           MOVE RULE-COUNT TO COUNT-EDITED
           MOVE SET-COUNT TO COUNT-2-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "RULES IN FORCE: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  "   RULE SETS: " DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       2600-CHECK-ONE-SET.
           ADD 1 TO SET-COUNT
           MOVE ZERO TO SET-PCT-TOTAL
           PERFORM VARYING RULE-CMP-IDX FROM RULE-IDX BY 1
                   UNTIL RULE-CMP-IDX > RULE-COUNT
               IF RL-TABLE(RULE-CMP-IDX) = RL-TABLE(RULE-IDX) AND
                  RL-SOURCE(RULE-CMP-IDX) = RL-SOURCE(RULE-IDX)
                   ADD RL-PERCENT(RULE-CMP-IDX) TO SET-PCT-TOTAL
               END-IF
           END-PERFORM
           IF SET-PCT-TOTAL NOT = 100
               ADD 1 TO BAD-SET-COUNT
               MOVE SET-PCT-TOTAL TO PCT-TOTAL-EDITED
               MOVE SPACES TO RPT-LINE
               IF RL-TABLE(RULE-IDX) = SPACES
                   MOVE "*ALL*" TO SET-TABLE
               ELSE
                   MOVE RL-TABLE(RULE-IDX) TO SET-TABLE
               END-IF
               STRING "** RULES FOR " DELIMITED BY SIZE
                      SET-TABLE DELIMITED BY SPACE
                      " / " DELIMITED BY SIZE
                      RL-SOURCE(RULE-IDX) DELIMITED BY SPACE
                      " TOTAL " DELIMITED BY SIZE
                      PCT-TOTAL-EDITED DELIMITED BY SIZE
                      "% - NOT 100% **" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       3000-LOAD-SUBTOTALS.
      * A rerun of the date appends a whole new set, so a table's
      * subtotals are started afresh whenever its run number moves.
           MOVE 0 TO TBL-COUNT
           MOVE 0 TO SUBT-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CATHFILE
           IF NOT CATH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ CATHFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF CATH-RUN-DATE = BUSINESS-DATE
                           PERFORM 3100-TAKE-SUBTOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATHFILE.

       3100-TAKE-SUBTOTAL.
           MOVE 0 TO TBL-HIT-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT OR TBL-HIT-IDX > 0
               IF TB-NAME(TBL-IDX) = CATH-TABLE-NAME
                   MOVE TBL-IDX TO TBL-HIT-IDX
               END-IF
           END-PERFORM
           IF TBL-HIT-IDX = 0
               IF TBL-COUNT >= 20
                   IF NOT TBL-TABLE-FULL
                       SET TBL-TABLE-FULL TO TRUE
                       MOVE "ALLOCATION: OVER 20 TABLES - REST LEFT OUT"
                           TO LOG-TEXT
                       MOVE "W" TO LOG-SEV
                       CALL "LOGGER" USING BY REFERENCE LOG-TEXT,
                           LOG-SEV
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TBL-COUNT
               MOVE TBL-COUNT TO TBL-HIT-IDX
               MOVE CATH-TABLE-NAME TO TB-NAME(TBL-HIT-IDX)
               MOVE CATH-RUN-NUMBER TO TB-RUN-NUMBER(TBL-HIT-IDX)
               MOVE SPACES TO TB-LAST-REF(TBL-HIT-IDX)
           END-IF
           IF CATH-RUN-NUMBER NOT = TB-RUN-NUMBER(TBL-HIT-IDX)
               PERFORM VARYING SUBT-IDX FROM 1 BY 1
                       UNTIL SUBT-IDX > SUBT-COUNT
                   IF ST-TABLE(SUBT-IDX) = CATH-TABLE-NAME
                       MOVE "N" TO ST-LIVE(SUBT-IDX)
                   END-IF
               END-PERFORM
               MOVE CATH-RUN-NUMBER TO TB-RUN-NUMBER(TBL-HIT-IDX)
           END-IF
           IF SUBT-COUNT >= 200
               IF NOT SUBT-TABLE-FULL
                   SET SUBT-TABLE-FULL TO TRUE
                   MOVE "ALLOCATION: OVER 200 SUBTOTALS - REST LEFT OUT"
                       TO LOG-TEXT
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SUBT-COUNT
           MOVE CATH-TABLE-NAME TO ST-TABLE(SUBT-COUNT)
           MOVE CATH-CATEGORY   TO ST-CATEGORY(SUBT-COUNT)
           MOVE CATH-SUBTOTAL   TO ST-AMOUNT(SUBT-COUNT)
           MOVE "Y"             TO ST-LIVE(SUBT-COUNT).

       3500-LOAD-ACCT-MAP.
           MOVE 0 TO ACCT-MAP-COUNT
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
                           WHEN "*OFFSET*"
                               CONTINUE
                           WHEN "*SUSPENSE*"
                               MOVE MAP-ACCOUNT TO SUSPENSE-ACCOUNT
                           WHEN OTHER
                               IF ACCT-MAP-COUNT < 30
                                   ADD 1 TO ACCT-MAP-COUNT
                                   MOVE MAP-CATEGORY TO
                                       ACCT-MAP-CATEGORY(ACCT-MAP-COUNT)
                                   MOVE MAP-ACCOUNT TO
                                       ACCT-MAP-ACCOUNT(ACCT-MAP-COUNT)
                               END-IF
                       END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAP.

       3700-SCAN-REGISTER.
      * The register is appended in cut order - the last ORIGINAL
      * or ALLOCATION entry for a table and date says whether the
      * scan's latest batch has been allocated yet.
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
                       IF GREG-RUN-DATE = BUSINESS-DATE AND
                          (GREG-REFERENCE = "ORIGINAL" OR
                           GREG-REFERENCE = "ALLOCATION")
                           PERFORM VARYING TBL-IDX FROM 1 BY 1
                                   UNTIL TBL-IDX > TBL-COUNT
                               IF TB-NAME(TBL-IDX) = GREG-TABLE-NAME
                                   MOVE GREG-REFERENCE
                                       TO TB-LAST-REF(TBL-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLREGFILE.

       4000-ALLOCATE-TABLE.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE TB-RUN-NUMBER(TBL-IDX) TO RUN-NUMBER-EDITED
           STRING "TABLE " DELIMITED BY SIZE
                  TB-NAME(TBL-IDX) DELIMITED BY SPACE
                  "   RUN " DELIMITED BY SIZE
                  RUN-NUMBER-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF TB-LAST-REF(TBL-IDX) = "ALLOCATION"
               MOVE "  ALREADY ALLOCATED FOR THIS RUN - SKIPPED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "ALLOCATION: " DELIMITED BY SIZE
                      TB-NAME(TBL-IDX) DELIMITED BY SPACE
                      " ALREADY ALLOCATED - SKIPPED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
      * No ORIGINAL on the register - the scan's own pair never
      * reached the ledger, so there is no posting to relieve.
           IF TB-LAST-REF(TBL-IDX) = SPACES
               MOVE "  NO ORIGINAL BATCH ON THE REGISTER - SKIPPED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "ALLOCATION: " DELIMITED BY SIZE
                      TB-NAME(TBL-IDX) DELIMITED BY SPACE
                      " HAS NO ORIGINAL BATCH FOR THE DATE - SKIPPED"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
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
               ADD 1 TO UNPOSTED-COUNT
               MOVE "  ** NO LEGAL ENTITY ON SUMENTITY - NOT POSTED **"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "ALLOCATION: NO LEGAL ENTITY FOR "
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
           PERFORM VARYING SUBT-IDX FROM 1 BY 1
                   UNTIL SUBT-IDX > SUBT-COUNT OR SEQUENCE-REFUSED
               IF ST-LIVE(SUBT-IDX) = "Y" AND
                  ST-TABLE(SUBT-IDX) = TB-NAME(TBL-IDX) AND
                  ST-AMOUNT(SUBT-IDX) NOT = ZERO
                   PERFORM 4100-ALLOCATE-SUBTOTAL
               END-IF
           END-PERFORM
           IF SEQUENCE-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF BATCH-IS-OPEN
               PERFORM 4900-CLOSE-BATCH
           ELSE
               MOVE "  NO SHARED-COST CATEGORY TO ALLOCATE"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       4100-ALLOCATE-SUBTOTAL.
           MOVE TB-NAME(TBL-IDX) TO SET-TABLE
           PERFORM 4110-COUNT-SET-RULES
           IF SET-RULE-COUNT = 0
               MOVE SPACES TO SET-TABLE
               PERFORM 4110-COUNT-SET-RULES
           END-IF
           IF SET-RULE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

      * The category's own account is relieved - where the night's
      * pair put the subtotal, suspense included.
           MOVE SPACES TO SOURCE-ACCOUNT
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-MAP-COUNT
               IF ACCT-MAP-CATEGORY(ACCT-IDX) = ST-CATEGORY(SUBT-IDX)
                   MOVE ACCT-MAP-ACCOUNT(ACCT-IDX) TO SOURCE-ACCOUNT
               END-IF
           END-PERFORM
           IF SOURCE-ACCOUNT = SPACES
               MOVE SUSPENSE-ACCOUNT TO SOURCE-ACCOUNT
           END-IF
           MOVE ST-AMOUNT(SUBT-IDX) TO AMOUNT-EDITED
           IF SOURCE-ACCOUNT = SPACES
               ADD 1 TO UNPOSTED-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  ** SOURCE " DELIMITED BY SIZE
                      ST-CATEGORY(SUBT-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      AMOUNT-EDITED DELIMITED BY SIZE
                      " - NO ACCOUNT OR SUSPENSE, NOT POSTED **"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "ALLOCATION: NO ACCOUNT OR SUSPENSE FOR "
                          DELIMITED BY SIZE
                      ST-CATEGORY(SUBT-IDX) DELIMITED BY SPACE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF

           IF NOT BATCH-IS-OPEN
               PERFORM 4200-OPEN-BATCH
               IF SEQUENCE-REFUSED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  SOURCE " DELIMITED BY SIZE
                  ST-CATEGORY(SUBT-IDX) DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  SOURCE-ACCOUNT DELIMITED BY SIZE
                  " SUBTOTAL " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           MOVE ZERO TO ALLOCATED-SO-FAR
           MOVE 0 TO SET-RULE-SEEN
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF RL-TABLE(RULE-IDX) = SET-TABLE AND
                  RL-SOURCE(RULE-IDX) = ST-CATEGORY(SUBT-IDX)
                   ADD 1 TO SET-RULE-SEEN
      * The last cost centre takes what rounding left, so the
      * shares add back to the subtotal to the cent.
                   IF SET-RULE-SEEN = SET-RULE-COUNT
                       COMPUTE SHARE-AMOUNT =
                           ST-AMOUNT(SUBT-IDX) - ALLOCATED-SO-FAR
                   ELSE
                       COMPUTE SHARE-AMOUNT ROUNDED =
                           ST-AMOUNT(SUBT-IDX) *
                           RL-PERCENT(RULE-IDX) / 100
                   END-IF
                   ADD SHARE-AMOUNT TO ALLOCATED-SO-FAR
                   PERFORM 4300-POST-SHARE
               END-IF
           END-PERFORM
           MOVE ALLOCATED-SO-FAR TO AMOUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "    ALLOCATED" DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       4110-COUNT-SET-RULES.
           MOVE 0 TO SET-RULE-COUNT
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF RL-TABLE(RULE-IDX) = SET-TABLE AND
                  RL-SOURCE(RULE-IDX) = ST-CATEGORY(SUBT-IDX)
                   ADD 1 TO SET-RULE-COUNT
               END-IF
           END-PERFORM.

       4200-OPEN-BATCH.
           PERFORM 4210-ASSIGN-BATCH-NUMBER
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
           MOVE TB-RUN-NUMBER(TBL-IDX) TO RUN-NUMBER-EDITED
           STRING "ALLOCATION R" DELIMITED BY SIZE
                  RUN-NUMBER-EDITED DELIMITED BY SIZE
               INTO GL-HDR-REFERENCE
           END-STRING
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD.

       4210-ASSIGN-BATCH-NUMBER.
      * The table's entity series on the same sequence control the
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

       4300-POST-SHARE.
           MOVE SHARE-AMOUNT TO AMOUNT-EDITED
           MOVE RL-PERCENT(RULE-IDX) TO PCT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "    CC " DELIMITED BY SIZE
                  RL-COST-CENTRE(RULE-IDX) DELIMITED BY SIZE
                  " ACCT " DELIMITED BY SIZE
                  RL-ACCOUNT(RULE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RL-DRIVER(RULE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PCT-EDITED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF SHARE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO POST-REFERENCE
           STRING "ALLOC " DELIMITED BY SIZE
                  ST-CATEGORY(SUBT-IDX) DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  RL-COST-CENTRE(RULE-IDX) DELIMITED BY SPACE
               INTO POST-REFERENCE
           END-STRING

      * Cost centre takes the share, the source category gives it
      * up; a negative share posts with the sides swapped so
      * GL-AMOUNT stays unsigned.
           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-DETAIL TO TRUE
           MOVE BUSINESS-DATE        TO GL-POST-DATE
           MOVE RL-ACCOUNT(RULE-IDX) TO GL-ACCOUNT
           MOVE POST-REFERENCE       TO GL-REFERENCE
           IF SHARE-AMOUNT < 0
               MOVE "C" TO GL-DC-FLAG
           ELSE
               MOVE "D" TO GL-DC-FLAG
           END-IF
           COMPUTE GL-AMOUNT = FUNCTION ABS(SHARE-AMOUNT)
           PERFORM 4350-HASH-POSTING-LINE
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD

           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-DETAIL TO TRUE
           MOVE BUSINESS-DATE  TO GL-POST-DATE
           MOVE SOURCE-ACCOUNT TO GL-ACCOUNT
           MOVE POST-REFERENCE TO GL-REFERENCE
           IF SHARE-AMOUNT < 0
               MOVE "D" TO GL-DC-FLAG
           ELSE
               MOVE "C" TO GL-DC-FLAG
           END-IF
           COMPUTE GL-AMOUNT = FUNCTION ABS(SHARE-AMOUNT)
           PERFORM 4350-HASH-POSTING-LINE
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           ADD 1 TO GL-PAIR-COUNT.

       4350-HASH-POSTING-LINE.
      * In cents, high-order overflow dropped - the envelope hash
      * convention CBGLPOST sets.
           COMPUTE GL-BATCH-HASH =
               FUNCTION MOD(GL-BATCH-HASH + GL-AMOUNT * 100,
                            1000000000000000).

       4900-CLOSE-BATCH.
           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-TRAILER TO TRUE
           MOVE GL-PAIR-COUNT TO GL-TRL-PAIR-COUNT
           MOVE GL-BATCH-NO   TO GL-TRL-BATCH-NO
           MOVE GL-BATCH-HASH TO GL-TRL-HASH
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           CLOSE GLARCFILE
           CLOSE GLPOST
           MOVE "N" TO BATCH-OPEN-FLAG
           PERFORM 4950-REGISTER-BATCH
           ADD 1 TO BATCHES-CUT
           MOVE GL-BATCH-NO TO GL-BATCH-EDITED
           MOVE GL-PAIR-COUNT TO PAIRS-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  LEDGER BATCH " DELIMITED BY SIZE
                  GL-BATCH-EDITED DELIMITED BY SIZE
                  "   PAIRS " DELIMITED BY SIZE
                  PAIRS-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       4950-REGISTER-BATCH.
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
           MOVE TB-NAME(TBL-IDX) TO GREG-TABLE-NAME
           MOVE POST-ENTITY      TO GREG-ENTITY
           MOVE GL-PAIR-COUNT    TO GREG-PAIR-COUNT
           MOVE GL-BATCH-HASH    TO GREG-HASH
           MOVE "ALLOCATION"     TO GREG-REFERENCE
           MOVE 0                TO GREG-REVERSES-BATCH
           MOVE FUNCTION CURRENT-DATE (1:16) TO GREG-CUT-TS
           WRITE GLREG-RECORD
           CLOSE GLREGFILE.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "ALLOCRPT" TO RW-FILE-NAME
           MOVE "COST-CENTRE ALLOCATION" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "CATEGORY SUBTOTALS OF " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  " SPLIT BY THE SUMALLOC RULES IN FORCE"
                      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       6200-PRINT-STOPPED.
           PERFORM 6800-WRITE-RPT-LINE
           IF RULE-TABLE-FULL
               MOVE "** OVER 100 RULES IN FORCE - SETS CANNOT BE PROVED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           MOVE "ALLOCATION STOPPED - NOTHING POSTED" TO RPT-LINE
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6900-END-REPORT.
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       END PROGRAM ALLOC-POST.
