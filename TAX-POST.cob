       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-POST.

      *****************************************************************
      * TAX-POST - sales-tax worksheet and tax liability postings.
      * The return was prepared from a spreadsheet that re-derived
      * taxable sales from the category subtotals at rates looked
      * up by hand each quarter. Run by the batch wrapper after a
      * clean scan, this takes the category subtotals off SUMCATH
      * (see CBCATH - for each table and date only the set with the
      * last run number appended) and the rates on SUMTAXR (see
      * CBTAXR), and:
      *   - taxes each subtotal at its category's rate in force on
      *     the subtotal's own business date: the subtotal is the
      *     taxable base, the tax due is the base at the rate,
      *     rounded to the cent; an EXEMPT category's sales are
      *     carried as exempt, untaxed
      *   - a category with no rate in force, or with two, is
      *     flagged and left untaxed - never given a rate by
      *     default - and alerted
      *   - prints the worksheet for the period to date (calendar
      *     quarter; TAXPERIOD=M for a monthly return): taxable
      *     base and tax due by category and rate, totals by class,
      *     and the unrated sales
      *   - posts the business date's tax due as balanced pairs:
      *     the rate's liability account credited, the *OFFSET*
      *     control account on SUMACCT debited - the other side of
      *     the nightly pairs; a negative figure (returns) posts
      *     with the sides turned over. One SALESTAX batch per
      *     table in the CBGLPOST envelope, appended to SUMGLPST
      *     and SUMGLARC, carrying the table's legal entity
      *     (ENTITY-OF), numbered in that entity's series off
      *     SUMGLSEQ and entered on SUMGLREG. A table with no
      *     entity is not posted. A table whose latest register
      *     entry for the date is already a SALESTAX is not posted
      *     twice; a rescan cuts a new ORIGINAL and the tax follows
      *     it again.
      * The worksheet sums the same rounded daily figures the
      * postings carried, so the return agrees with the ledger to
      * the cent. Report to TAXRPT.
      *
      * RC 0 = worksheet printed and the date's tax posted (or none
      * due); 4 = unrated sales flagged, tax left unposted for want
      * of an account or entity, or no subtotals for the period;
      * 8 = no batch number could be had off SUMGLSEQ - posting
      * stopped there.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAXRFILE ASSIGN TO "SUMTAXR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAXR-FILE-STATUS.
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
       FD  TAXRFILE.
           COPY CBTAXR.

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
       01 TAXR-FILE-STATUS    PIC XX.
           88 TAXR-FILE-OK        VALUE "00".
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

      * The return period - the calendar quarter (or month) the
      * business date falls in, from its first day to date.
       01 TAX-PERIOD-SWITCH   PIC X VALUE SPACE.
           88 MONTHLY-RETURN      VALUE "M".
       01 PERIOD-START        PIC X(10).
       01 PERIOD-MONTH        PIC 99.
       01 PERIOD-QUARTER      PIC 9.

      * Every rate that is in force at some point in the period.
       01 RATE-COUNT          PIC 999 COMP-5 VALUE 0.
       01 RATE-TABLE-WS.
           05 RATE-ENTRY OCCURS 200 TIMES.
               10 RT-CATEGORY     PIC X(20).
               10 RT-CLASS        PIC X(8).
               10 RT-RATE         PIC 9(2)V9(3).
               10 RT-ACCOUNT      PIC X(8).
               10 RT-EFF-FROM     PIC X(10).
               10 RT-EFF-TO       PIC X(10).
       01 RATE-IDX            PIC 999 COMP-5.
       01 RATE-HIT-IDX        PIC 999 COMP-5.
       01 RATE-HITS           PIC 999 COMP-5.
       01 REJECTED-RATES      PIC 999 COMP-5 VALUE 0.

      * The last run number appended for each table and date in the
      * period - only that run's subtotals count.
       01 RUN-COUNT           PIC 9(4) COMP-5 VALUE 0.
       01 RUN-TABLE-WS.
           05 RUN-ENTRY OCCURS 2000 TIMES.
               10 RN-TABLE        PIC X(30).
               10 RN-DATE         PIC X(10).
               10 RN-RUN-NUMBER   PIC 9(6).
       01 RUN-IDX             PIC 9(4) COMP-5.
       01 RUN-HIT-IDX         PIC 9(4) COMP-5.
       01 RUN-OVERFLOW-FLAG   PIC X VALUE "N".
           88 RUN-TABLE-FULL      VALUE "Y".
       01 SUBTOTALS-TAKEN     PIC 9(6) COMP-5 VALUE 0.

      * The worksheet - one line per category, class and rate.
       01 WKS-COUNT           PIC 999 COMP-5 VALUE 0.
       01 WKS-TABLE-WS.
           05 WKS-ENTRY OCCURS 200 TIMES.
               10 WK-CATEGORY     PIC X(20).
               10 WK-CLASS        PIC X(8).
               10 WK-RATE         PIC 9(2)V9(3).
               10 WK-BASE         PIC S9(13)V99 COMP-3.
               10 WK-TAX          PIC S9(13)V99 COMP-3.
       01 WKS-IDX             PIC 999 COMP-5.
       01 WKS-HIT-IDX         PIC 999 COMP-5.
       01 WKS-OVERFLOW-FLAG   PIC X VALUE "N".
           88 WKS-TABLE-FULL      VALUE "Y".
       01 STANDARD-BASE       PIC S9(13)V99 COMP-3 VALUE 0.
       01 STANDARD-TAX        PIC S9(13)V99 COMP-3 VALUE 0.
       01 REDUCED-BASE        PIC S9(13)V99 COMP-3 VALUE 0.
       01 REDUCED-TAX         PIC S9(13)V99 COMP-3 VALUE 0.
       01 EXEMPT-BASE         PIC S9(13)V99 COMP-3 VALUE 0.
       01 TOTAL-TAX           PIC S9(13)V99 COMP-3 VALUE 0.

      * Sales left untaxed - no rate in force, or two.
       01 UNR-COUNT           PIC 999 COMP-5 VALUE 0.
       01 UNR-TABLE-WS.
           05 UNR-ENTRY OCCURS 100 TIMES.
               10 UR-CATEGORY     PIC X(20).
               10 UR-REASON       PIC X(14).
               10 UR-AMOUNT       PIC S9(13)V99 COMP-3.
               10 UR-DAYS         PIC 9(4) COMP-5.
       01 UNR-IDX             PIC 999 COMP-5.
       01 UNR-HIT-IDX         PIC 999 COMP-5.
       01 UNRATED-REASON      PIC X(14).
       01 UNRATED-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.

      * The business date's tax due, to post - per table, category
      * and liability account.
       01 POST-COUNT          PIC 999 COMP-5 VALUE 0.
       01 POST-TABLE-WS.
           05 POST-ENTRY OCCURS 200 TIMES.
               10 PE-TABLE        PIC X(30).
               10 PE-CATEGORY     PIC X(20).
               10 PE-ACCOUNT      PIC X(8).
               10 PE-RATE         PIC 9(2)V9(3).
               10 PE-TAX          PIC S9(11)V99 COMP-3.
       01 POST-IDX            PIC 999 COMP-5.

      * The business date's tables, with the last ORIGINAL or
      * SALESTAX entry on the register for each.
       01 TBL-COUNT           PIC 99 COMP-5 VALUE 0.
       01 TBL-TABLE-WS.
           05 TBL-ENTRY OCCURS 20 TIMES.
               10 TB-NAME         PIC X(30).
               10 TB-RUN-NUMBER   PIC 9(6).
               10 TB-LAST-REF     PIC X(10).
       01 TBL-IDX             PIC 99 COMP-5.
       01 TBL-HIT-IDX         PIC 99 COMP-5.

       01 OFFSET-ACCOUNT      PIC X(8) VALUE SPACES.

      * One subtotal's tax.
       01 SUBT-BASE           PIC S9(11)V99 COMP-3.
       01 SUBT-TAX            PIC S9(11)V99 COMP-3.
       01 TAX-WORK            PIC S9(13)V9(5) COMP-3.

      * The batch envelope.
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
       01 AMOUNT-2-EDITED     PIC -ZZZ,ZZZ,ZZ9.99.
       01 RATE-EDITED         PIC Z9.999.
       01 COUNT-EDITED        PIC ZZ9.
       01 DAYS-EDITED         PIC ZZZ9.
       01 GL-BATCH-EDITED     PIC ZZZZZ9.
       01 PAIRS-EDITED        PIC ZZ,ZZ9.
       01 RUN-NUMBER-EDITED   PIC Z(5)9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 1100-SET-PERIOD
           PERFORM 6000-START-REPORT
           PERFORM 2000-LOAD-RATES
           PERFORM 2500-LOAD-OFFSET-ACCOUNT
           PERFORM 3000-FIND-LATEST-RUNS
           IF SUBTOTALS-TAKEN = 0
               MOVE SPACES TO RPT-LINE
               STRING "NO CATEGORY SUBTOTALS ON SUMCATH FROM "
                          DELIMITED BY SIZE
                      PERIOD-START DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6900-END-REPORT
               MOVE "SALES TAX: NO CATEGORY SUBTOTALS FOR THE PERIOD"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 3700-SCAN-REGISTER
           PERFORM 4000-TAX-SUBTOTALS
           PERFORM 6100-PRINT-WORKSHEET
           PERFORM 6300-PRINT-UNRATED

           PERFORM 6800-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TAX LIABILITY POSTINGS FOR " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF TBL-COUNT = 0
               MOVE "  NO SUBTOTALS FOR THE BUSINESS DATE" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT OR SEQUENCE-REFUSED
               PERFORM 5000-POST-TABLE
           END-PERFORM
           IF SEQUENCE-REFUSED
               MOVE "NO BATCH NUMBER OFF SUMGLSEQ - POSTING STOPPED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6900-END-REPORT

           IF UNR-COUNT > 0
               MOVE UNR-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "SALES TAX: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " CATEGORY(IES) UNRATED, NOT TAXED - SEE TAXRPT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF
           MOVE BATCHES-CUT TO COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "SALES TAX: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " BATCH(ES) CUT - SEE TAXRPT" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           EVALUATE TRUE
               WHEN SEQUENCE-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN UNR-COUNT > 0 OR UNPOSTED-COUNT > 0
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

       1100-SET-PERIOD.
      * First day of the business date's quarter - or of its month
      * where the return is filed monthly.
           ACCEPT TAX-PERIOD-SWITCH FROM ENVIRONMENT "TAXPERIOD"
           MOVE BUSINESS-DATE TO PERIOD-START
           MOVE "01" TO PERIOD-START(9:2)
           IF MONTHLY-RETURN
               EXIT PARAGRAPH
           END-IF
           MOVE BUSINESS-DATE(6:2) TO PERIOD-MONTH
           SUBTRACT 1 FROM PERIOD-MONTH
           DIVIDE PERIOD-MONTH BY 3 GIVING PERIOD-QUARTER
           MULTIPLY PERIOD-QUARTER BY 3 GIVING PERIOD-MONTH
           ADD 1 TO PERIOD-MONTH
           MOVE PERIOD-MONTH TO PERIOD-START(6:2).

       2000-LOAD-RATES.
      * A rate that touches the period at all is kept - a subtotal
      * is taxed at the rate in force on its own date, so a change
      * mid-quarter splits the worksheet line. A rate that fails
      * its edit is listed and left out, which leaves its category
      * unrated rather than taxed at a wrong figure.
           MOVE 0 TO RATE-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT TAXRFILE
           IF NOT TAXR-FILE-OK
               MOVE "** NO SUMTAXR RATE TABLE ON FILE **" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ TAXRFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF (TAXR-EFF-FROM NOT = SPACES AND
                           TAXR-EFF-FROM > BUSINESS-DATE) OR
                          (TAXR-EFF-TO NOT = SPACES AND
                           TAXR-EFF-TO < PERIOD-START) OR
                          TAXR-CATEGORY = SPACES
                           CONTINUE
                       ELSE
                           PERFORM 2100-TAKE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAXRFILE.

       2100-TAKE-RATE.
           IF NOT TAXR-IS-STANDARD AND NOT TAXR-IS-REDUCED AND
              NOT TAXR-IS-EXEMPT
               MOVE "UNKNOWN CLASS" TO UNRATED-REASON
               PERFORM 2150-REJECT-RATE
               EXIT PARAGRAPH
           END-IF
           IF NOT TAXR-IS-EXEMPT
               IF TAXR-RATE NOT NUMERIC
                   MOVE "RATE NOT NUM" TO UNRATED-REASON
                   PERFORM 2150-REJECT-RATE
                   EXIT PARAGRAPH
               END-IF
               IF TAXR-RATE = ZERO
                   MOVE "ZERO RATE" TO UNRATED-REASON
                   PERFORM 2150-REJECT-RATE
                   EXIT PARAGRAPH
               END-IF
               IF TAXR-ACCOUNT = SPACES
                   MOVE "NO ACCOUNT" TO UNRATED-REASON
                   PERFORM 2150-REJECT-RATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RATE-COUNT >= 200
               MOVE "TABLE FULL" TO UNRATED-REASON
               PERFORM 2150-REJECT-RATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RATE-COUNT
           MOVE TAXR-CATEGORY TO RT-CATEGORY(RATE-COUNT)
           MOVE TAXR-CLASS    TO RT-CLASS(RATE-COUNT)
           MOVE TAXR-ACCOUNT  TO RT-ACCOUNT(RATE-COUNT)
           MOVE TAXR-EFF-FROM TO RT-EFF-FROM(RATE-COUNT)
           MOVE TAXR-EFF-TO   TO RT-EFF-TO(RATE-COUNT)
           IF TAXR-IS-EXEMPT
               MOVE ZERO TO RT-RATE(RATE-COUNT)
           ELSE
               MOVE TAXR-RATE TO RT-RATE(RATE-COUNT)
           END-IF.

       2150-REJECT-RATE.
           ADD 1 TO REJECTED-RATES
           MOVE SPACES TO RPT-LINE
           IF TAXR-EFF-FROM = SPACES
               STRING "** RATE FOR " DELIMITED BY SIZE
                      TAXR-CATEGORY DELIMITED BY SPACE
                      " REJECTED - " DELIMITED BY SIZE
                      UNRATED-REASON DELIMITED BY "  "
                      " **" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING "** RATE FOR " DELIMITED BY SIZE
                      TAXR-CATEGORY DELIMITED BY SPACE
                      " FROM " DELIMITED BY SIZE
                      TAXR-EFF-FROM DELIMITED BY SIZE
                      " REJECTED - " DELIMITED BY SIZE
                      UNRATED-REASON DELIMITED BY "  "
                      " **" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       2500-LOAD-OFFSET-ACCOUNT.
      * The control account the nightly pairs offset to, as in
      * force on the business date.
           MOVE SPACES TO OFFSET-ACCOUNT
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
                       IF MAP-CATEGORY = "*OFFSET*" AND
                          (MAP-EFF-FROM = SPACES OR
                           MAP-EFF-FROM NOT > BUSINESS-DATE) AND
                          (MAP-EFF-TO = SPACES OR
                           MAP-EFF-TO NOT < BUSINESS-DATE)
                           MOVE MAP-ACCOUNT TO OFFSET-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAP.

       3000-FIND-LATEST-RUNS.
      * A rerun of a date appends a whole new set; the last run
      * number appended for a table and date is the one that
      * stands.
           MOVE 0 TO RUN-COUNT
           MOVE 0 TO SUBTOTALS-TAKEN
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
                       IF CATH-RUN-DATE NOT < PERIOD-START AND
                          CATH-RUN-DATE NOT > BUSINESS-DATE
                           PERFORM 3100-NOTE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATHFILE.

       3100-NOTE-RUN.
           ADD 1 TO SUBTOTALS-TAKEN
           PERFORM 3150-FIND-RUN
           IF RUN-HIT-IDX = 0
               IF RUN-COUNT >= 2000
                   IF NOT RUN-TABLE-FULL
                       SET RUN-TABLE-FULL TO TRUE
                       MOVE "SALES TAX: OVER 2000 TABLE-DAYS - REST OUT"
                           TO LOG-TEXT
                       MOVE "W" TO LOG-SEV
                       CALL "LOGGER" USING BY REFERENCE LOG-TEXT,
                           LOG-SEV
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RUN-COUNT
               MOVE RUN-COUNT TO RUN-HIT-IDX
               MOVE CATH-TABLE-NAME TO RN-TABLE(RUN-HIT-IDX)
               MOVE CATH-RUN-DATE   TO RN-DATE(RUN-HIT-IDX)
           END-IF
           MOVE CATH-RUN-NUMBER TO RN-RUN-NUMBER(RUN-HIT-IDX)
           IF CATH-RUN-DATE = BUSINESS-DATE
               PERFORM 3200-NOTE-TODAYS-TABLE
           END-IF.

       3150-FIND-RUN.
           MOVE 0 TO RUN-HIT-IDX
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT OR RUN-HIT-IDX > 0
               IF RN-TABLE(RUN-IDX) = CATH-TABLE-NAME AND
                  RN-DATE(RUN-IDX) = CATH-RUN-DATE
                   MOVE RUN-IDX TO RUN-HIT-IDX
               END-IF
           END-PERFORM.

       3200-NOTE-TODAYS-TABLE.
           MOVE 0 TO TBL-HIT-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT OR TBL-HIT-IDX > 0
               IF TB-NAME(TBL-IDX) = CATH-TABLE-NAME
                   MOVE TBL-IDX TO TBL-HIT-IDX
               END-IF
           END-PERFORM
           IF TBL-HIT-IDX = 0
               IF TBL-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TBL-COUNT
               MOVE TBL-COUNT TO TBL-HIT-IDX
               MOVE CATH-TABLE-NAME TO TB-NAME(TBL-HIT-IDX)
               MOVE SPACES TO TB-LAST-REF(TBL-HIT-IDX)
           END-IF
           MOVE CATH-RUN-NUMBER TO TB-RUN-NUMBER(TBL-HIT-IDX).

       3700-SCAN-REGISTER.
      * The register is appended in cut order - the last ORIGINAL
      * or SALESTAX entry for a table and date says whether the
      * scan's latest batch has had its tax posted yet.
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
                           GREG-REFERENCE = "SALESTAX")
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

       4000-TAX-SUBTOTALS.
      * Second pass - only the standing run's subtotals are taxed.
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
                       IF CATH-RUN-DATE NOT < PERIOD-START AND
                          CATH-RUN-DATE NOT > BUSINESS-DATE
                           PERFORM 3150-FIND-RUN
                           IF RUN-HIT-IDX > 0
                               IF CATH-RUN-NUMBER =
                                  RN-RUN-NUMBER(RUN-HIT-IDX)
                                   PERFORM 4100-TAX-ONE-SUBTOTAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATHFILE.

       4100-TAX-ONE-SUBTOTAL.
           PERFORM 4150-FIND-RATE
           IF RATE-HITS NOT = 1
               PERFORM 4400-NOTE-UNRATED
               EXIT PARAGRAPH
           END-IF
           MOVE CATH-SUBTOTAL TO SUBT-BASE
           MOVE ZERO TO SUBT-TAX
           IF RT-CLASS(RATE-HIT-IDX) NOT = "EXEMPT"
               COMPUTE TAX-WORK = SUBT-BASE * RT-RATE(RATE-HIT-IDX)
               COMPUTE SUBT-TAX ROUNDED = TAX-WORK / 100
           END-IF
           PERFORM 4200-ADD-TO-WORKSHEET
           IF CATH-RUN-DATE = BUSINESS-DATE AND SUBT-TAX NOT = ZERO
               PERFORM 4300-ADD-TO-POSTINGS
           END-IF.

       4150-FIND-RATE.
           MOVE 0 TO RATE-HITS
           MOVE 0 TO RATE-HIT-IDX
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF RT-CATEGORY(RATE-IDX) = CATH-CATEGORY AND
                  (RT-EFF-FROM(RATE-IDX) = SPACES OR
                   RT-EFF-FROM(RATE-IDX) NOT > CATH-RUN-DATE) AND
                  (RT-EFF-TO(RATE-IDX) = SPACES OR
                   RT-EFF-TO(RATE-IDX) NOT < CATH-RUN-DATE)
                   ADD 1 TO RATE-HITS
                   MOVE RATE-IDX TO RATE-HIT-IDX
               END-IF
           END-PERFORM.

       4200-ADD-TO-WORKSHEET.
           MOVE 0 TO WKS-HIT-IDX
           PERFORM VARYING WKS-IDX FROM 1 BY 1
                   UNTIL WKS-IDX > WKS-COUNT OR WKS-HIT-IDX > 0
               IF WK-CATEGORY(WKS-IDX) = CATH-CATEGORY AND
                  WK-CLASS(WKS-IDX) = RT-CLASS(RATE-HIT-IDX) AND
                  WK-RATE(WKS-IDX) = RT-RATE(RATE-HIT-IDX)
                   MOVE WKS-IDX TO WKS-HIT-IDX
               END-IF
           END-PERFORM
           IF WKS-HIT-IDX = 0
               IF WKS-COUNT >= 200
                   SET WKS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WKS-COUNT
                   MOVE WKS-COUNT TO WKS-HIT-IDX
                   MOVE CATH-CATEGORY TO WK-CATEGORY(WKS-HIT-IDX)
                   MOVE RT-CLASS(RATE-HIT-IDX)
                       TO WK-CLASS(WKS-HIT-IDX)
                   MOVE RT-RATE(RATE-HIT-IDX) TO WK-RATE(WKS-HIT-IDX)
                   MOVE ZERO TO WK-BASE(WKS-HIT-IDX)
                   MOVE ZERO TO WK-TAX(WKS-HIT-IDX)
               END-IF
           END-IF
           IF WKS-HIT-IDX > 0
               ADD SUBT-BASE TO WK-BASE(WKS-HIT-IDX)
               ADD SUBT-TAX  TO WK-TAX(WKS-HIT-IDX)
           END-IF
      * The class totals take every subtotal, listed or not, so the
      * return's figures never hang on the table's size.
           EVALUATE RT-CLASS(RATE-HIT-IDX)
               WHEN "STANDARD"
                   ADD SUBT-BASE TO STANDARD-BASE
                   ADD SUBT-TAX  TO STANDARD-TAX
               WHEN "REDUCED"
                   ADD SUBT-BASE TO REDUCED-BASE
                   ADD SUBT-TAX  TO REDUCED-TAX
               WHEN OTHER
                   ADD SUBT-BASE TO EXEMPT-BASE
           END-EVALUATE
           ADD SUBT-TAX TO TOTAL-TAX.

       4300-ADD-TO-POSTINGS.
           IF POST-COUNT >= 200
               ADD 1 TO UNPOSTED-COUNT
               MOVE "SALES TAX: OVER 200 POSTINGS - REST NOT POSTED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO POST-COUNT
           MOVE CATH-TABLE-NAME        TO PE-TABLE(POST-COUNT)
           MOVE CATH-CATEGORY          TO PE-CATEGORY(POST-COUNT)
           MOVE RT-ACCOUNT(RATE-HIT-IDX) TO PE-ACCOUNT(POST-COUNT)
           MOVE RT-RATE(RATE-HIT-IDX)  TO PE-RATE(POST-COUNT)
           MOVE SUBT-TAX               TO PE-TAX(POST-COUNT).

       4400-NOTE-UNRATED.
           IF RATE-HITS = 0
               MOVE "NO RATE" TO UNRATED-REASON
           ELSE
               MOVE "TWO RATES" TO UNRATED-REASON
           END-IF
           MOVE 0 TO UNR-HIT-IDX
           PERFORM VARYING UNR-IDX FROM 1 BY 1
                   UNTIL UNR-IDX > UNR-COUNT OR UNR-HIT-IDX > 0
               IF UR-CATEGORY(UNR-IDX) = CATH-CATEGORY AND
                  UR-REASON(UNR-IDX) = UNRATED-REASON
                   MOVE UNR-IDX TO UNR-HIT-IDX
               END-IF
           END-PERFORM
           IF UNR-HIT-IDX = 0 AND UNR-COUNT < 100
               ADD 1 TO UNR-COUNT
               MOVE UNR-COUNT TO UNR-HIT-IDX
               MOVE CATH-CATEGORY  TO UR-CATEGORY(UNR-HIT-IDX)
               MOVE UNRATED-REASON TO UR-REASON(UNR-HIT-IDX)
               MOVE ZERO TO UR-AMOUNT(UNR-HIT-IDX)
               MOVE 0 TO UR-DAYS(UNR-HIT-IDX)
           END-IF
           IF UNR-HIT-IDX > 0
               ADD CATH-SUBTOTAL TO UR-AMOUNT(UNR-HIT-IDX)
               ADD 1 TO UR-DAYS(UNR-HIT-IDX)
           END-IF
           ADD CATH-SUBTOTAL TO UNRATED-TOTAL.

       5000-POST-TABLE.
           MOVE SPACES TO RPT-LINE
           MOVE TB-RUN-NUMBER(TBL-IDX) TO RUN-NUMBER-EDITED
           STRING "TABLE " DELIMITED BY SIZE
                  TB-NAME(TBL-IDX) DELIMITED BY SPACE
                  "   RUN " DELIMITED BY SIZE
                  RUN-NUMBER-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF TB-LAST-REF(TBL-IDX) = "SALESTAX"
               MOVE "  TAX ALREADY POSTED FOR THIS RUN - SKIPPED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "SALES TAX: " DELIMITED BY SIZE
                      TB-NAME(TBL-IDX) DELIMITED BY SPACE
                      " ALREADY POSTED - SKIPPED" DELIMITED BY SIZE
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
               ADD 1 TO UNPOSTED-COUNT
               MOVE "  ** NO LEGAL ENTITY ON SUMENTITY - NOT POSTED **"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "SALES TAX: NO LEGAL ENTITY FOR "
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
           PERFORM VARYING POST-IDX FROM 1 BY 1
                   UNTIL POST-IDX > POST-COUNT OR SEQUENCE-REFUSED
               IF PE-TABLE(POST-IDX) = TB-NAME(TBL-IDX)
                   PERFORM 5100-POST-ONE-CATEGORY
               END-IF
           END-PERFORM
           IF SEQUENCE-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF BATCH-IS-OPEN
               PERFORM 5900-CLOSE-BATCH
           ELSE
               MOVE "  NO TAX DUE TO POST" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       5100-POST-ONE-CATEGORY.
           MOVE PE-TAX(POST-IDX) TO AMOUNT-EDITED
           MOVE PE-RATE(POST-IDX) TO RATE-EDITED
           IF OFFSET-ACCOUNT = SPACES
               ADD 1 TO UNPOSTED-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  ** " DELIMITED BY SIZE
                      PE-CATEGORY(POST-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      AMOUNT-EDITED DELIMITED BY SIZE
                      " - NO *OFFSET* ON SUMACCT, NOT POSTED **"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               IF UNPOSTED-COUNT = 1
                   MOVE "SALES TAX: SUMACCT HAS NO *OFFSET* ACCOUNT"
                       TO LOG-TEXT
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT BATCH-IS-OPEN
               PERFORM 5200-OPEN-BATCH
               IF SEQUENCE-REFUSED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  PE-CATEGORY(POST-IDX) DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  RATE-EDITED DELIMITED BY SIZE
                  "% TO ACCT " DELIMITED BY SIZE
                  PE-ACCOUNT(POST-IDX) DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           MOVE SPACES TO POST-REFERENCE
           STRING "TAX " DELIMITED BY SIZE
                  TB-NAME(TBL-IDX) DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  PE-CATEGORY(POST-IDX) DELIMITED BY SPACE
               INTO POST-REFERENCE
           END-STRING

      * The liability takes the tax, the offset control gives it
      * up; a negative figure posts with the sides swapped so
      * GL-AMOUNT stays unsigned.
           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-DETAIL TO TRUE
           MOVE BUSINESS-DATE      TO GL-POST-DATE
           MOVE PE-ACCOUNT(POST-IDX) TO GL-ACCOUNT
           MOVE POST-REFERENCE     TO GL-REFERENCE
           IF PE-TAX(POST-IDX) < 0
               MOVE "D" TO GL-DC-FLAG
           ELSE
               MOVE "C" TO GL-DC-FLAG
           END-IF
           COMPUTE GL-AMOUNT = FUNCTION ABS(PE-TAX(POST-IDX))
           PERFORM 5350-HASH-POSTING-LINE
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD

           MOVE SPACES TO GLPOST-RECORD
           SET GL-IS-DETAIL TO TRUE
           MOVE BUSINESS-DATE  TO GL-POST-DATE
           MOVE OFFSET-ACCOUNT TO GL-ACCOUNT
           MOVE POST-REFERENCE TO GL-REFERENCE
           IF PE-TAX(POST-IDX) < 0
               MOVE "C" TO GL-DC-FLAG
           ELSE
               MOVE "D" TO GL-DC-FLAG
           END-IF
           COMPUTE GL-AMOUNT = FUNCTION ABS(PE-TAX(POST-IDX))
           PERFORM 5350-HASH-POSTING-LINE
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD
           ADD 1 TO GL-PAIR-COUNT.

       5200-OPEN-BATCH.
           PERFORM 5210-ASSIGN-BATCH-NUMBER
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
           STRING "SALESTAX R" DELIMITED BY SIZE
                  RUN-NUMBER-EDITED DELIMITED BY SIZE
               INTO GL-HDR-REFERENCE
           END-STRING
           WRITE GLPOST-RECORD
           WRITE GLARC-RECORD FROM GLPOST-RECORD.

       5210-ASSIGN-BATCH-NUMBER.
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

       5350-HASH-POSTING-LINE.
      * In cents, high-order overflow dropped - the envelope hash
      * convention CBGLPOST sets.
           COMPUTE GL-BATCH-HASH =
               FUNCTION MOD(GL-BATCH-HASH + GL-AMOUNT * 100,
                            1000000000000000).

       5900-CLOSE-BATCH.
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
           PERFORM 5950-REGISTER-BATCH
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

       5950-REGISTER-BATCH.
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
           MOVE "SALESTAX"       TO GREG-REFERENCE
           MOVE 0                TO GREG-REVERSES-BATCH
           MOVE FUNCTION CURRENT-DATE (1:16) TO GREG-CUT-TS
           WRITE GLREG-RECORD
           CLOSE GLREGFILE.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"   TO RW-ACTION
           MOVE "TAXRPT" TO RW-FILE-NAME
           MOVE "SALES-TAX WORKSHEET" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "RETURN PERIOD " DELIMITED BY SIZE
                  PERIOD-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  " - CATEGORY SUBTOTALS AT SUMTAXR RATES"
                      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       6100-PRINT-WORKSHEET.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "CATEGORY             CLASS      RATE    TAXABLE BASE"
               TO RPT-LINE
           MOVE "         TAX DUE" TO RPT-LINE(53:16)
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING WKS-IDX FROM 1 BY 1
                   UNTIL WKS-IDX > WKS-COUNT
               MOVE WK-BASE(WKS-IDX) TO AMOUNT-EDITED
               MOVE WK-TAX(WKS-IDX)  TO AMOUNT-2-EDITED
               MOVE WK-RATE(WKS-IDX) TO RATE-EDITED
               MOVE SPACES TO RPT-LINE
               STRING WK-CATEGORY(WKS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WK-CLASS(WKS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RATE-EDITED DELIMITED BY SIZE
                      AMOUNT-EDITED DELIMITED BY SIZE
                      AMOUNT-2-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM
           IF WKS-TABLE-FULL
               MOVE "  ** OVER 200 LINES - CLASS TOTALS TAKE THE REST"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           MOVE STANDARD-BASE TO AMOUNT-EDITED
           MOVE STANDARD-TAX  TO AMOUNT-2-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "STANDARD-RATED SALES          " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE REDUCED-BASE TO AMOUNT-EDITED
           MOVE REDUCED-TAX  TO AMOUNT-2-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "REDUCED-RATED SALES           " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE EXEMPT-BASE TO AMOUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "EXEMPT SALES                  " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE TOTAL-TAX TO AMOUNT-2-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL TAX DUE FOR THE PERIOD  " DELIMITED BY SIZE
                  "               " DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6300-PRINT-UNRATED.
           IF UNR-COUNT = 0 AND REJECTED-RATES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           IF UNR-COUNT = 0
               MOVE "NO UNRATED SALES" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "** UNRATED SALES - NOT TAXED, NOT ON THE RETURN **"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING UNR-IDX FROM 1 BY 1
                   UNTIL UNR-IDX > UNR-COUNT
               MOVE UR-AMOUNT(UNR-IDX) TO AMOUNT-EDITED
               MOVE UR-DAYS(UNR-IDX)   TO DAYS-EDITED
               MOVE SPACES TO RPT-LINE
               STRING UR-CATEGORY(UNR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      UR-REASON(UNR-IDX) DELIMITED BY SIZE
                      AMOUNT-EDITED DELIMITED BY SIZE
                      "  SUBTOTALS " DELIMITED BY SIZE
                      DAYS-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM
           MOVE UNRATED-TOTAL TO AMOUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "UNRATED SALES TOTAL                "
                      DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6900-END-REPORT.
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       END PROGRAM TAX-POST.
