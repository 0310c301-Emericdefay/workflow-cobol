       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGIT-RPT.

      *****************************************************************
      * DIGIT-RPT - leading-digit and round-amount analytics over
      * the detail extract (SUMDETL, see CBDETL), per category. The
      * in-scan outlier check only catches values far off the
      * running average; keyed-in or fabricated amounts usually
      * look normal in size and wrong in shape. For each category:
      *
      *   - first-digit and first-two-digit frequencies against the
      *     expected (Benford) curve, log10(1 + 1/d) - amounts under
      *     10.00 are left out, as the curve expects. The category's
      *     mean absolute deviation is judged against the usual
      *     conformity limits (0.015 first digit, 0.0022 first two)
      *     and every digit over-represented past a z of 2.576 is a
      *     finding. Needs DIGMIN items (default 100) to be tested.
      *   - round amounts: whole multiples of DIGROUND (default
      *     100), a finding past DIGRNDPCT percent (default 5) of
      *     the category.
      *   - bunching just below each approval threshold on SUMAPTH
      *     (see CBAPTH): at least five items in the band under the
      *     limit and more than twice as many as in the same band
      *     over it.
      *
      * Every finding lists its contributing keys (the first ten),
      * ready to take straight to KEY-INQ. Report to DIGITRPT; each
      * category with a finding raises ALERT-NOTIFY.
      *
      * RC 0 = nothing significant, 4 = findings reported, 8 = no
      * detail extract.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETLFILE ASSIGN TO "SUMDETL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DETL-FILE-STATUS.
           SELECT APTHFILE ASSIGN TO "SUMAPTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS APTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DETLFILE.
           COPY CBDETL.

       FD  APTHFILE.
           COPY CBAPTH.

       WORKING-STORAGE SECTION.
       01 DETL-FILE-STATUS   PIC XX.
           88 DETL-FILE-OK       VALUE "00".
       01 APTH-FILE-STATUS   PIC XX.
           88 APTH-FILE-OK       VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       01 PARM-INPUT         PIC X(9).
       01 MIN-ITEMS          PIC 9(5) VALUE 100.
       01 ROUND-UNIT         PIC 9(7) VALUE 100.
       01 ROUND-PCT-LIMIT    PIC 9(3)V99 VALUE 5.
       01 Z-LIMIT            PIC 9V999 VALUE 2.576.
       01 MAD1-LIMIT         PIC 9V9999 VALUE 0.0150.
       01 MAD2-LIMIT         PIC 9V9999 VALUE 0.0022.

      * The expected curve - first digit 1-9 and first two digits
      * 10-99, built once at start.
       01 EXPECTED-TABLE.
           05 EXP-FIRST OCCURS 9 TIMES PIC 9V9(6).
           05 EXP-TWO OCCURS 99 TIMES PIC 9V9(6).
       01 DIGIT-IDX          PIC 99 COMP-5.

      * Approval thresholds and their bands.
       01 TH-COUNT           PIC 99 COMP-5 VALUE 0.
       01 TH-TABLE.
           05 TH-ENTRY OCCURS 10 TIMES.
               10 TH-AMOUNT       PIC S9(9)V99 COMP-3.
               10 TH-LOW          PIC S9(9)V99 COMP-3.
               10 TH-HIGH         PIC S9(9)V99 COMP-3.
       01 TH-IDX             PIC 99 COMP-5.
       01 TH-BAND-WORK       PIC 9(3)V99.

      * One row per category seen on the extract.
       01 CAT-COUNT          PIC 99 COMP-5 VALUE 0.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 20 TIMES.
               10 CT-NAME         PIC X(20).
               10 CT-ITEMS        PIC 9(9).
               10 CT-TESTED       PIC 9(9).
               10 CT-ROUND        PIC 9(9).
               10 CT-FIRST OCCURS 9 TIMES  PIC 9(9).
               10 CT-TWO   OCCURS 99 TIMES PIC 9(9).
               10 CT-BELOW OCCURS 10 TIMES PIC 9(9).
               10 CT-ABOVE OCCURS 10 TIMES PIC 9(9).
               10 CT-MAD1         PIC 9V9(6).
               10 CT-MAD2         PIC 9V9(6).
               10 CT-FINDINGS     PIC 9(3).
       01 CAT-IDX            PIC 99 COMP-5.
       01 CAT-HIT-IDX        PIC 99 COMP-5.
       01 CAT-OVERFLOW-FLAG  PIC X VALUE "N".
           88 CAT-TABLE-FULL     VALUE "Y".

      * Findings, with the keys the second pass finds behind them.
      * Type D1 = first digit, D2 = first two digits, RN = round
      * amounts, TH = bunching under a threshold (FN-VALUE is the
      * digit(s) or the threshold's position on SUMAPTH).
       01 FND-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 FND-TABLE.
           05 FND-ENTRY OCCURS 100 TIMES.
               10 FN-CAT-IDX      PIC 99 COMP-5.
               10 FN-TYPE         PIC XX.
               10 FN-VALUE        PIC 99.
               10 FN-OBS-PCT      PIC 9(3)V99.
               10 FN-EXP-PCT      PIC 9(3)V99.
               10 FN-Z            PIC 9(3)V99.
               10 FN-KEY-COUNT    PIC 99 COMP-5.
               10 FN-KEY OCCURS 10 TIMES PIC X(16).
       01 FND-IDX            PIC 9(3) COMP-5.
       01 FND-OVERFLOW-FLAG  PIC X VALUE "N".
           88 FND-TABLE-FULL     VALUE "Y".
       01 KEY-IDX            PIC 99 COMP-5.
       01 TOTAL-FINDINGS     PIC 9(5) VALUE 0.

      * One amount taken apart - its absolute value as digits.
       01 AMT-UNSIGNED       PIC 9(9)V99.
       01 AMT-CHARS REDEFINES AMT-UNSIGNED PIC X(11).
       01 AMT-INTEGER        PIC 9(9).
       01 AMT-REMAINDER      PIC 9(7).
       01 AMT-QUOTIENT       PIC 9(9).
       01 LEAD-POS           PIC 99 COMP-5.
       01 FIRST-DIGIT        PIC 9.
       01 FIRST-TWO          PIC 99.
       01 ITEM-IS-ROUND-FLAG PIC X.
           88 ITEM-IS-ROUND      VALUE "Y".

       01 OBS-RATIO          PIC 9V9(6).
       01 DEV-SUM            PIC 9(3)V9(6).
       01 Z-WORK             PIC S9(5)V9(4).
       01 SE-WORK            PIC 9V9(6).
      * The z test's continuity correction, 1 / 2n, and the excess
      * over the expected share it comes off - taken one operation
      * at a time so no intermediate loses the small term.
       01 CORR-DENOM         PIC 9(10).
       01 CORR-WORK          PIC 9V9(6).
       01 DIFF-WORK          PIC S9V9(6).
       01 ROUND-PCT          PIC 9(3)V99.
       01 PCT-EDITED         PIC ZZ9.99.
       01 PCT-2-EDITED       PIC ZZ9.99.
       01 Z-EDITED           PIC ZZ9.99.
       01 MAD-EDITED         PIC 9.9999.
       01 COUNT-EDITED       PIC ZZZ,ZZ9.
       01 COUNT-2-EDITED     PIC ZZZ,ZZ9.
       01 AMOUNT-EDITED      PIC ZZZ,ZZZ,ZZ9.99.
       01 DIGIT-EDITED       PIC Z9.
       01 LINE-POS           PIC 99 COMP-5.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-DIGITS
           IF DETL-FILE-STATUS NOT = "00" AND CAT-COUNT = 0
               MOVE "DIGIT ANALYTICS: NO DETAIL EXTRACT TO ANALYSE"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               PERFORM 3000-EVALUATE-CATEGORY
           END-PERFORM
           IF FND-COUNT > 0
               PERFORM 4000-COLLECT-KEYS
           END-IF
           PERFORM 5000-PRINT-REPORT

           IF TOTAL-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT PARM-INPUT FROM ENVIRONMENT "DIGMIN"
           IF FUNCTION TEST-NUMVAL(PARM-INPUT) = 0
               MOVE FUNCTION NUMVAL(PARM-INPUT) TO MIN-ITEMS
           END-IF
           ACCEPT PARM-INPUT FROM ENVIRONMENT "DIGROUND"
           IF FUNCTION TEST-NUMVAL(PARM-INPUT) = 0
               MOVE FUNCTION NUMVAL(PARM-INPUT) TO ROUND-UNIT
           END-IF
           IF ROUND-UNIT = 0
               MOVE 100 TO ROUND-UNIT
           END-IF
           ACCEPT PARM-INPUT FROM ENVIRONMENT "DIGRNDPCT"
           IF FUNCTION TEST-NUMVAL(PARM-INPUT) = 0
               MOVE FUNCTION NUMVAL(PARM-INPUT) TO ROUND-PCT-LIMIT
           END-IF

           PERFORM VARYING DIGIT-IDX FROM 1 BY 1 UNTIL DIGIT-IDX > 9
               COMPUTE EXP-FIRST(DIGIT-IDX) ROUNDED =
                   FUNCTION LOG10(1 + 1 / DIGIT-IDX)
           END-PERFORM
           PERFORM VARYING DIGIT-IDX FROM 10 BY 1 UNTIL DIGIT-IDX > 99
               COMPUTE EXP-TWO(DIGIT-IDX) ROUNDED =
                   FUNCTION LOG10(1 + 1 / DIGIT-IDX)
           END-PERFORM

           MOVE "N" TO EOF-FLAG
           OPEN INPUT APTHFILE
           IF NOT APTH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ APTHFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF APTH-AMOUNT NUMERIC AND APTH-AMOUNT > ZERO
                          AND TH-COUNT < 10
                           ADD 1 TO TH-COUNT
                           MOVE APTH-AMOUNT TO TH-AMOUNT(TH-COUNT)
                           MOVE 5 TO TH-BAND-WORK
                           IF APTH-BAND-PCT NUMERIC AND
                              APTH-BAND-PCT > ZERO
                               MOVE APTH-BAND-PCT TO TH-BAND-WORK
                           END-IF
                           COMPUTE TH-LOW(TH-COUNT) ROUNDED =
                               APTH-AMOUNT * (100 - TH-BAND-WORK) / 100
                           COMPUTE TH-HIGH(TH-COUNT) ROUNDED =
                               APTH-AMOUNT * (100 + TH-BAND-WORK) / 100
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APTHFILE.

       2000-COUNT-DIGITS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DETLFILE
           IF NOT DETL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ DETLFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF DETL-IS-DETAIL
                           PERFORM 2100-COUNT-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DETLFILE.

       2100-COUNT-ONE-ITEM.
           MOVE 0 TO CAT-HIT-IDX
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               IF CT-NAME(CAT-IDX) = DETL-CATEGORY
                   MOVE CAT-IDX TO CAT-HIT-IDX
               END-IF
           END-PERFORM
           IF CAT-HIT-IDX = 0
               IF CAT-COUNT < 20
                   ADD 1 TO CAT-COUNT
                   MOVE CAT-COUNT TO CAT-HIT-IDX
                   INITIALIZE CAT-ENTRY(CAT-HIT-IDX)
                   MOVE DETL-CATEGORY TO CT-NAME(CAT-HIT-IDX)
               ELSE
                   IF NOT CAT-TABLE-FULL
                       SET CAT-TABLE-FULL TO TRUE
                       MOVE "DIGIT ANALYTICS: OVER 20 CATEGORIES - REST"
                           TO LOG-TEXT
                       MOVE " NOT ANALYSED" TO LOG-TEXT(44:13)
                       MOVE "W" TO LOG-SEV
                       CALL "LOGGER" USING BY REFERENCE LOG-TEXT,
                                                        LOG-SEV
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO CT-ITEMS(CAT-HIT-IDX)
           PERFORM 2200-TAKE-AMOUNT-APART
           IF ITEM-IS-ROUND
               ADD 1 TO CT-ROUND(CAT-HIT-IDX)
           END-IF
           IF LEAD-POS > 0
               ADD 1 TO CT-TESTED(CAT-HIT-IDX)
               ADD 1 TO CT-FIRST(CAT-HIT-IDX, FIRST-DIGIT)
               ADD 1 TO CT-TWO(CAT-HIT-IDX, FIRST-TWO)
           END-IF
           PERFORM VARYING TH-IDX FROM 1 BY 1 UNTIL TH-IDX > TH-COUNT
               IF AMT-UNSIGNED >= TH-LOW(TH-IDX) AND
                  AMT-UNSIGNED < TH-AMOUNT(TH-IDX)
                   ADD 1 TO CT-BELOW(CAT-HIT-IDX, TH-IDX)
               END-IF
               IF AMT-UNSIGNED >= TH-AMOUNT(TH-IDX) AND
                  AMT-UNSIGNED < TH-HIGH(TH-IDX)
                   ADD 1 TO CT-ABOVE(CAT-HIT-IDX, TH-IDX)
               END-IF
           END-PERFORM.

       2200-TAKE-AMOUNT-APART.
      * LEAD-POS is left zero for an amount under 10.00 - the curve
      * is only tested from two whole digits up.
           MOVE FUNCTION ABS(DETL-AMOUNT) TO AMT-UNSIGNED
           MOVE AMT-UNSIGNED TO AMT-INTEGER
           MOVE "N" TO ITEM-IS-ROUND-FLAG
           IF AMT-INTEGER > 0 AND AMT-CHARS(10:2) = "00"
               DIVIDE AMT-INTEGER BY ROUND-UNIT
                   GIVING AMT-QUOTIENT REMAINDER AMT-REMAINDER
               IF AMT-REMAINDER = 0
                   SET ITEM-IS-ROUND TO TRUE
               END-IF
           END-IF
           MOVE 0 TO LEAD-POS
           IF AMT-INTEGER < 10
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DIGIT-IDX FROM 1 BY 1
                   UNTIL DIGIT-IDX > 8 OR LEAD-POS > 0
               IF AMT-CHARS(DIGIT-IDX:1) NOT = "0"
                   MOVE DIGIT-IDX TO LEAD-POS
               END-IF
           END-PERFORM
           MOVE AMT-CHARS(LEAD-POS:1) TO FIRST-DIGIT
           MOVE AMT-CHARS(LEAD-POS:2) TO FIRST-TWO.

       3000-EVALUATE-CATEGORY.
           MOVE 0 TO CT-FINDINGS(CAT-IDX)
           IF CT-TESTED(CAT-IDX) >= MIN-ITEMS AND
              CT-TESTED(CAT-IDX) > 0
               PERFORM 3100-TEST-FIRST-DIGITS
               PERFORM 3200-TEST-FIRST-TWO-DIGITS
           END-IF
           IF CT-ITEMS(CAT-IDX) > 0
               COMPUTE ROUND-PCT ROUNDED =
                   CT-ROUND(CAT-IDX) * 100 / CT-ITEMS(CAT-IDX)
               IF ROUND-PCT > ROUND-PCT-LIMIT
                   PERFORM 3900-ADD-FINDING
                   IF NOT FND-TABLE-FULL
                       MOVE "RN" TO FN-TYPE(FND-COUNT)
                       MOVE 0 TO FN-VALUE(FND-COUNT)
                       MOVE ROUND-PCT TO FN-OBS-PCT(FND-COUNT)
                       MOVE ROUND-PCT-LIMIT TO FN-EXP-PCT(FND-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING TH-IDX FROM 1 BY 1 UNTIL TH-IDX > TH-COUNT
               IF CT-BELOW(CAT-IDX, TH-IDX) >= 5 AND
                  CT-BELOW(CAT-IDX, TH-IDX) >
                      2 * CT-ABOVE(CAT-IDX, TH-IDX)
                   PERFORM 3900-ADD-FINDING
                   IF NOT FND-TABLE-FULL
                       MOVE "TH" TO FN-TYPE(FND-COUNT)
                       MOVE TH-IDX TO FN-VALUE(FND-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       3100-TEST-FIRST-DIGITS.
           MOVE ZERO TO DEV-SUM
           PERFORM VARYING DIGIT-IDX FROM 1 BY 1 UNTIL DIGIT-IDX > 9
               COMPUTE OBS-RATIO ROUNDED =
                   CT-FIRST(CAT-IDX, DIGIT-IDX) / CT-TESTED(CAT-IDX)
               COMPUTE DEV-SUM = DEV-SUM +
                   FUNCTION ABS(OBS-RATIO - EXP-FIRST(DIGIT-IDX))
               IF OBS-RATIO > EXP-FIRST(DIGIT-IDX)
                   COMPUTE SE-WORK ROUNDED = FUNCTION SQRT(
                       EXP-FIRST(DIGIT-IDX) *
                       (1 - EXP-FIRST(DIGIT-IDX)) / CT-TESTED(CAT-IDX))
                   IF SE-WORK > ZERO
                       COMPUTE CORR-DENOM = 2 * CT-TESTED(CAT-IDX)
                       COMPUTE CORR-WORK ROUNDED = 1 / CORR-DENOM
                       MOVE OBS-RATIO TO DIFF-WORK
                       SUBTRACT EXP-FIRST(DIGIT-IDX) FROM DIFF-WORK
                       SUBTRACT CORR-WORK FROM DIFF-WORK
                       COMPUTE Z-WORK ROUNDED = DIFF-WORK / SE-WORK
                       IF Z-WORK > Z-LIMIT
                           PERFORM 3900-ADD-FINDING
                           IF NOT FND-TABLE-FULL
                               MOVE "D1" TO FN-TYPE(FND-COUNT)
                               MOVE DIGIT-IDX TO FN-VALUE(FND-COUNT)
                               PERFORM 3800-SET-FINDING-FIGURES
                               COMPUTE FN-EXP-PCT(FND-COUNT) ROUNDED =
                                   EXP-FIRST(DIGIT-IDX) * 100
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE CT-MAD1(CAT-IDX) ROUNDED = DEV-SUM / 9.

       3200-TEST-FIRST-TWO-DIGITS.
           MOVE ZERO TO DEV-SUM
           PERFORM VARYING DIGIT-IDX FROM 10 BY 1 UNTIL DIGIT-IDX > 99
               COMPUTE OBS-RATIO ROUNDED =
                   CT-TWO(CAT-IDX, DIGIT-IDX) / CT-TESTED(CAT-IDX)
               COMPUTE DEV-SUM = DEV-SUM +
                   FUNCTION ABS(OBS-RATIO - EXP-TWO(DIGIT-IDX))
               IF OBS-RATIO > EXP-TWO(DIGIT-IDX)
                   COMPUTE SE-WORK ROUNDED = FUNCTION SQRT(
                       EXP-TWO(DIGIT-IDX) *
                       (1 - EXP-TWO(DIGIT-IDX)) / CT-TESTED(CAT-IDX))
                   IF SE-WORK > ZERO
                       COMPUTE CORR-DENOM = 2 * CT-TESTED(CAT-IDX)
                       COMPUTE CORR-WORK ROUNDED = 1 / CORR-DENOM
                       MOVE OBS-RATIO TO DIFF-WORK
                       SUBTRACT EXP-TWO(DIGIT-IDX) FROM DIFF-WORK
                       SUBTRACT CORR-WORK FROM DIFF-WORK
                       COMPUTE Z-WORK ROUNDED = DIFF-WORK / SE-WORK
                       IF Z-WORK > Z-LIMIT
                           PERFORM 3900-ADD-FINDING
                           IF NOT FND-TABLE-FULL
                               MOVE "D2" TO FN-TYPE(FND-COUNT)
                               MOVE DIGIT-IDX TO FN-VALUE(FND-COUNT)
                               PERFORM 3800-SET-FINDING-FIGURES
                               COMPUTE FN-EXP-PCT(FND-COUNT) ROUNDED =
                                   EXP-TWO(DIGIT-IDX) * 100
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE CT-MAD2(CAT-IDX) ROUNDED = DEV-SUM / 90.

       3800-SET-FINDING-FIGURES.
           COMPUTE FN-OBS-PCT(FND-COUNT) ROUNDED = OBS-RATIO * 100
           IF Z-WORK > 999
               MOVE 999 TO FN-Z(FND-COUNT)
           ELSE
               MOVE Z-WORK TO FN-Z(FND-COUNT)
           END-IF.

       3900-ADD-FINDING.
           ADD 1 TO CT-FINDINGS(CAT-IDX)
           ADD 1 TO TOTAL-FINDINGS
           IF FND-COUNT < 100
               ADD 1 TO FND-COUNT
               MOVE CAT-IDX TO FN-CAT-IDX(FND-COUNT)
               MOVE SPACES  TO FN-TYPE(FND-COUNT)
               MOVE 0       TO FN-VALUE(FND-COUNT)
               MOVE ZERO    TO FN-OBS-PCT(FND-COUNT)
               MOVE ZERO    TO FN-EXP-PCT(FND-COUNT)
               MOVE ZERO    TO FN-Z(FND-COUNT)
               MOVE 0       TO FN-KEY-COUNT(FND-COUNT)
           ELSE
               SET FND-TABLE-FULL TO TRUE
           END-IF.

       4000-COLLECT-KEYS.
      * Second pass - the keys behind every finding, the first ten
      * of each in extract order.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DETLFILE
           IF NOT DETL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ DETLFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF DETL-IS-DETAIL
                           PERFORM 4100-MATCH-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DETLFILE.

       4100-MATCH-ONE-ITEM.
           PERFORM 2200-TAKE-AMOUNT-APART
           PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > FND-COUNT
               IF CT-NAME(FN-CAT-IDX(FND-IDX)) = DETL-CATEGORY AND
                  FN-KEY-COUNT(FND-IDX) < 10
                   EVALUATE FN-TYPE(FND-IDX)
                       WHEN "D1"
                           IF LEAD-POS > 0 AND
                              FIRST-DIGIT = FN-VALUE(FND-IDX)
                               PERFORM 4200-KEEP-KEY
                           END-IF
                       WHEN "D2"
                           IF LEAD-POS > 0 AND
                              FIRST-TWO = FN-VALUE(FND-IDX)
                               PERFORM 4200-KEEP-KEY
                           END-IF
                       WHEN "RN"
                           IF ITEM-IS-ROUND
                               PERFORM 4200-KEEP-KEY
                           END-IF
                       WHEN "TH"
                           MOVE FN-VALUE(FND-IDX) TO TH-IDX
                           IF AMT-UNSIGNED >= TH-LOW(TH-IDX) AND
                              AMT-UNSIGNED < TH-AMOUNT(TH-IDX)
                               PERFORM 4200-KEEP-KEY
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       4200-KEEP-KEY.
      * The full business key where the detail carries one.
           ADD 1 TO FN-KEY-COUNT(FND-IDX)
           IF DETL-LONG-KEY NOT = SPACES
               MOVE DETL-LONG-KEY
                   TO FN-KEY(FND-IDX, FN-KEY-COUNT(FND-IDX))
           ELSE
               MOVE DETL-KEY
                   TO FN-KEY(FND-IDX, FN-KEY-COUNT(FND-IDX))
           END-IF.

       5000-PRINT-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "DIGITRPT" TO RW-FILE-NAME
           MOVE "DIGIT AND ROUND-AMOUNT ANALYTICS" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE

           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
               PERFORM 5100-PRINT-ONE-CATEGORY
           END-PERFORM

           MOVE TOTAL-FINDINGS TO COUNT-EDITED
           STRING "FINDINGS: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       5100-PRINT-ONE-CATEGORY.
           MOVE CT-ITEMS(CAT-IDX)  TO COUNT-EDITED
           MOVE CT-TESTED(CAT-IDX) TO COUNT-2-EDITED
           STRING "CATEGORY " DELIMITED BY SIZE
                  CT-NAME(CAT-IDX) DELIMITED BY SIZE
                  " ITEMS " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  "  DIGIT-TESTED " DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 9000-WRITE-RPT-LINE

           IF CT-TESTED(CAT-IDX) < MIN-ITEMS OR
              CT-TESTED(CAT-IDX) = 0
               MOVE "  TOO FEW ITEMS FOR THE DIGIT TESTS" TO RPT-LINE
               PERFORM 9000-WRITE-RPT-LINE
           ELSE
               MOVE CT-MAD1(CAT-IDX) TO MAD-EDITED
               STRING "  FIRST DIGIT MAD " DELIMITED BY SIZE
                      MAD-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               IF CT-MAD1(CAT-IDX) > MAD1-LIMIT
                   MOVE "** NONCONFORMING **" TO RPT-LINE(30:19)
                   ADD 1 TO CT-FINDINGS(CAT-IDX)
                   ADD 1 TO TOTAL-FINDINGS
               END-IF
               PERFORM 9000-WRITE-RPT-LINE
               MOVE CT-MAD2(CAT-IDX) TO MAD-EDITED
               STRING "  FIRST-TWO MAD   " DELIMITED BY SIZE
                      MAD-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               IF CT-MAD2(CAT-IDX) > MAD2-LIMIT
                   MOVE "** NONCONFORMING **" TO RPT-LINE(30:19)
                   ADD 1 TO CT-FINDINGS(CAT-IDX)
                   ADD 1 TO TOTAL-FINDINGS
               END-IF
               PERFORM 9000-WRITE-RPT-LINE
           END-IF

           MOVE CT-ROUND(CAT-IDX) TO COUNT-EDITED
           IF CT-ITEMS(CAT-IDX) > 0
               COMPUTE ROUND-PCT ROUNDED =
                   CT-ROUND(CAT-IDX) * 100 / CT-ITEMS(CAT-IDX)
           ELSE
               MOVE ZERO TO ROUND-PCT
           END-IF
           MOVE ROUND-PCT TO PCT-EDITED
           STRING "  ROUND AMOUNTS " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  PCT-EDITED DELIMITED BY SIZE
                  " PCT)" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 9000-WRITE-RPT-LINE

           PERFORM VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > FND-COUNT
               IF FN-CAT-IDX(FND-IDX) = CAT-IDX
                   PERFORM 5200-PRINT-ONE-FINDING
               END-IF
           END-PERFORM

           IF CT-FINDINGS(CAT-IDX) > 0
               MOVE CT-FINDINGS(CAT-IDX) TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "DIGIT ANALYTICS: " DELIMITED BY SIZE
                      CT-NAME(CAT-IDX) DELIMITED BY SPACE
                      " -" DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " FINDINGS - SEE DIGITRPT" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF.

       5200-PRINT-ONE-FINDING.
           MOVE FN-OBS-PCT(FND-IDX) TO PCT-EDITED
           MOVE FN-EXP-PCT(FND-IDX) TO PCT-2-EDITED
           MOVE FN-Z(FND-IDX)       TO Z-EDITED
           MOVE FN-VALUE(FND-IDX)   TO DIGIT-EDITED
           EVALUATE FN-TYPE(FND-IDX)
               WHEN "D1"
                   STRING "  ** FIRST DIGIT " DELIMITED BY SIZE
                          DIGIT-EDITED(2:1) DELIMITED BY SIZE
                          " OBS " DELIMITED BY SIZE
                          PCT-EDITED DELIMITED BY SIZE
                          " PCT EXP " DELIMITED BY SIZE
                          PCT-2-EDITED DELIMITED BY SIZE
                          " PCT Z " DELIMITED BY SIZE
                          Z-EDITED DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN "D2"
                   STRING "  ** FIRST TWO " DELIMITED BY SIZE
                          DIGIT-EDITED DELIMITED BY SIZE
                          " OBS " DELIMITED BY SIZE
                          PCT-EDITED DELIMITED BY SIZE
                          " PCT EXP " DELIMITED BY SIZE
                          PCT-2-EDITED DELIMITED BY SIZE
                          " PCT Z " DELIMITED BY SIZE
                          Z-EDITED DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN "RN"
                   STRING "  ** ROUND AMOUNTS " DELIMITED BY SIZE
                          PCT-EDITED DELIMITED BY SIZE
                          " PCT - LIMIT " DELIMITED BY SIZE
                          PCT-2-EDITED DELIMITED BY SIZE
                          " PCT" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN "TH"
                   MOVE FN-VALUE(FND-IDX) TO TH-IDX
                   MOVE TH-AMOUNT(TH-IDX) TO AMOUNT-EDITED
                   MOVE CT-BELOW(CAT-IDX, TH-IDX) TO COUNT-EDITED
                   MOVE CT-ABOVE(CAT-IDX, TH-IDX) TO COUNT-2-EDITED
                   STRING "  ** BUNCHED UNDER " DELIMITED BY SIZE
                          AMOUNT-EDITED DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          COUNT-EDITED DELIMITED BY SIZE
                          " BELOW," DELIMITED BY SIZE
                          COUNT-2-EDITED DELIMITED BY SIZE
                          " ABOVE" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 9000-WRITE-RPT-LINE
      * The keys, four to a line, as KEY-INQ takes them.
           MOVE "     KEYS:" TO RPT-LINE
           MOVE 12 TO LINE-POS
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > FN-KEY-COUNT(FND-IDX)
               IF LINE-POS > 63
                   PERFORM 9000-WRITE-RPT-LINE
                   MOVE 12 TO LINE-POS
               END-IF
               MOVE FN-KEY(FND-IDX, KEY-IDX) TO RPT-LINE(LINE-POS:16)
               ADD 17 TO LINE-POS
           END-PERFORM
           IF FN-KEY-COUNT(FND-IDX) > 0
               PERFORM 9000-WRITE-RPT-LINE
           ELSE
               MOVE SPACES TO RPT-LINE
           END-IF.

       9000-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       END PROGRAM DIGIT-RPT.
