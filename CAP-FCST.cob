       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-FCST.

      *****************************************************************
      * CAP-FCST - batch-window capacity forecast. SUMSLA (see CBSLAH)
      * holds every night's elapsed seconds and rows per second, but
      * the window was only found too small on the night it overran.
      * Per table (per job for the manifest and fan-out runs, which
      * record no table) this fits over the whole history:
      *   - the growth in rows scanned - a straight line through
      *     rows against the run date
      *   - the trend in throughput - the same through rows per
      *     second, nights too short to time left out
      * and projects the elapsed time forward, day by day, as
      * projected rows over projected throughput, to the first date
      * it crosses the PARM-SLA-SECONDS window on SUMPARM - looked
      * for CAPHORZ days ahead (environment, default 730). A
      * crossing inside CAPWARN days (default 180) is flagged.
      * Every night whose throughput fell CAPDROP percent (default
      * 40) or more below the average of the seven timed nights
      * before it is listed as well - one slow night is a symptom,
      * a run of them is the argument for PREP-SCAN or a wider
      * window. Report to CAPRPT.
      *
      * RC 0 = nothing near the window; 4 = a crossing inside the
      * warning horizon, a table already over, or throughput drops
      * flagged; 8 = no SLA history.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLAFILE ASSIGN TO "SUMSLA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLA-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO "SUMPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLAFILE.
           COPY CBSLAH.

       FD  PARMFILE.
           COPY CBPARM.

       WORKING-STORAGE SECTION.
       01 SLA-FILE-STATUS     PIC XX.
           88 SLA-FILE-OK         VALUE "00".
       01 PARM-FILE-STATUS    PIC XX.
           88 PARM-FILE-OK        VALUE "00".
       01 EOF-FLAG            PIC X.
           88 FILE-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 SLA-LIMIT-SECONDS   PIC 9(5) VALUE 0.
       01 HORIZON-DAYS        PIC 9(4) VALUE 730.
       01 WARN-DAYS           PIC 9(4) VALUE 180.
       01 DROP-PCT            PIC 9(3) VALUE 40.
       01 ENV-INPUT           PIC X(4).

       01 WORK-DATE           PIC X(10).
       01 WORK-DATE-DIGITS    PIC 9(8).
       01 DATE-WORK           PIC X(21).
       01 ITEM-DAY-NUMBER     PIC S9(9) COMP-3.
       01 CROSS-DAY-NUMBER    PIC S9(9) COMP-3.
       01 CROSS-DATE          PIC X(10).

      * One entry per table (or job) on the history. The sums are
      * the least-squares terms, x being days since the entry's
      * first night; the ring holds the last seven timed nights'
      * throughput for the trailing norm.
       01 GR-COUNT            PIC 99 COMP-5 VALUE 0.
       01 GR-TABLE-WS.
           05 GR-ENTRY OCCURS 50 TIMES.
               10 GR-KEY           PIC X(30).
               10 GR-NIGHTS        PIC 9(5).
               10 GR-FIRST-DATE    PIC X(10).
               10 GR-LAST-DATE     PIC X(10).
               10 GR-BASE-DAY      PIC S9(9) COMP-3.
               10 GR-LAST-DAY      PIC S9(9) COMP-3.
               10 GR-LAST-ELAPSED  PIC 9(7).
               10 GR-LAST-ROWS     PIC 9(9).
               10 GR-LAST-RPS      PIC 9(7).
               10 GR-R-N           PIC S9(7) COMP-3.
               10 GR-R-SX          PIC S9(18) COMP-3.
               10 GR-R-SXX         PIC S9(18) COMP-3.
               10 GR-R-SY          PIC S9(18) COMP-3.
               10 GR-R-SXY         PIC S9(18) COMP-3.
               10 GR-T-N           PIC S9(7) COMP-3.
               10 GR-T-SX          PIC S9(18) COMP-3.
               10 GR-T-SXX         PIC S9(18) COMP-3.
               10 GR-T-SY          PIC S9(18) COMP-3.
               10 GR-T-SXY         PIC S9(18) COMP-3.
               10 GR-RING-COUNT    PIC 9 COMP-5.
               10 GR-RING-NEXT     PIC 9 COMP-5.
               10 GR-RING-RPS      PIC 9(7) OCCURS 7 TIMES.
               10 GR-DROPS         PIC 9(5).
       01 GR-IDX              PIC 99 COMP-5.
       01 RING-IDX            PIC 9 COMP-5.
       01 GROUP-KEY           PIC X(30).
       01 GROUPS-DROPPED      PIC 9(5) VALUE 0.
       01 NIGHTS-READ         PIC 9(7) VALUE 0.

      * Nights flagged slow, in history order.
       01 DR-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01 DR-TABLE-WS.
           05 DR-ENTRY OCCURS 200 TIMES.
               10 DR-KEY           PIC X(30).
               10 DR-DATE          PIC X(10).
               10 DR-RPS           PIC 9(7).
               10 DR-NORM          PIC 9(7).
       01 DR-IDX              PIC 9(3) COMP-5.
       01 DROPS-FLAGGED       PIC 9(5) VALUE 0.

       01 X-WORK              PIC S9(9) COMP-3.
       01 NORM-WORK           PIC 9(7)V99 COMP-3.
       01 DROP-FLOOR          PIC 9(7)V99 COMP-3.
       01 KEEP-PCT            PIC 9(3).
       01 RING-SUM            PIC 9(9) COMP-3.
       01 FIT-DENOM           PIC S9(18) COMP-3.
       01 FIT-WORK            PIC S9(18)V9(6) COMP-3.
       01 FIT-WORK-2          PIC S9(18)V9(6) COMP-3.
       01 ROW-SLOPE           PIC S9(11)V9(6) COMP-3.
       01 ROW-INTERCEPT       PIC S9(13)V9(4) COMP-3.
       01 RPS-SLOPE           PIC S9(9)V9(6) COMP-3.
       01 RPS-INTERCEPT       PIC S9(11)V9(4) COMP-3.
       01 PROJ-ROWS           PIC S9(13)V99 COMP-3.
       01 PROJ-RPS            PIC S9(11)V9(4) COMP-3.
       01 PROJ-ELAPSED        PIC S9(13)V99 COMP-3.
       01 DAY-AHEAD           PIC 9(4) COMP-5.
       01 CROSS-DAYS          PIC 9(4) COMP-5.
       01 CROSS-FLAG          PIC X.
           88 CROSSING-FOUND      VALUE "Y".
       01 FIT-FLAG            PIC X.
           88 FIT-POSSIBLE        VALUE "Y".
       01 WARNED-COUNT        PIC 9(5) VALUE 0.
       01 OVER-COUNT          PIC 9(5) VALUE 0.

       01 AMOUNT-EDITED       PIC -,---,---,--9.99.
       01 RATE-EDITED         PIC -,---,--9.99.
       01 COUNT-EDITED        PIC ZZ,ZZZ,ZZ9.
       01 COUNT-2-EDITED      PIC ZZ,ZZZ,ZZ9.
       01 SECS-EDITED         PIC ZZ,ZZZ,ZZ9.
       01 DAYS-EDITED         PIC Z,ZZ9.
       01 PCT-EDITED          PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-READ-SETTINGS
           INITIALIZE GR-TABLE-WS
           INITIALIZE DR-TABLE-WS

           MOVE "N" TO EOF-FLAG
           OPEN INPUT SLAFILE
           IF NOT SLA-FILE-OK
               MOVE "CAPACITY FORECAST: NO SUMSLA HISTORY" TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ SLAFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2000-TAKE-NIGHT
               END-READ
           END-PERFORM
           CLOSE SLAFILE

           PERFORM 6000-START-REPORT
           PERFORM 6100-PRINT-SETTINGS
           IF GR-COUNT = 0
               MOVE "NO TIMED NIGHTS ON SUMSLA - NOTHING TO FORECAST"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6900-END-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
               PERFORM 3000-FORECAST-ONE-GROUP
           END-PERFORM
           PERFORM 6500-PRINT-DROPS
           PERFORM 6600-PRINT-TOTALS
           PERFORM 6900-END-REPORT

           MOVE WARNED-COUNT TO COUNT-EDITED
           MOVE DROPS-FLAGGED TO COUNT-2-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "CAPACITY FORECAST:" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " NEAR THE WINDOW," DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " SLOW NIGHTS - SEE CAPRPT" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           IF WARNED-COUNT > 0 OR OVER-COUNT > 0 OR DROPS-FLAGGED > 0
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
           ELSE
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-SETTINGS.
      * The window is the scan's own - the limit its SLA alert
      * fires on.
           OPEN INPUT PARMFILE
           IF PARM-FILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SLA-SECONDS NUMERIC
                           MOVE PARM-SLA-SECONDS TO SLA-LIMIT-SECONDS
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF
           ACCEPT ENV-INPUT FROM ENVIRONMENT "CAPHORZ"
           IF ENV-INPUT NUMERIC AND ENV-INPUT NOT = "0000"
               MOVE ENV-INPUT TO HORIZON-DAYS
           END-IF
           MOVE SPACES TO ENV-INPUT
           ACCEPT ENV-INPUT FROM ENVIRONMENT "CAPWARN"
           IF ENV-INPUT NUMERIC AND ENV-INPUT NOT = "0000"
               MOVE ENV-INPUT TO WARN-DAYS
           END-IF
           MOVE SPACES TO ENV-INPUT
           ACCEPT ENV-INPUT(1:3) FROM ENVIRONMENT "CAPDROP"
           IF ENV-INPUT(1:3) NUMERIC AND ENV-INPUT(1:3) NOT = "000"
              AND ENV-INPUT(1:3) < "100"
               MOVE ENV-INPUT(1:3) TO DROP-PCT
           END-IF.

       2000-TAKE-NIGHT.
           MOVE SLA-RUN-DATE TO WORK-DATE
           PERFORM 9000-DATE-TO-DAY-NUMBER
           IF ITEM-DAY-NUMBER = ZERO OR SLA-ROWS NOT NUMERIC OR
              SLA-ELAPSED-SECS NOT NUMERIC OR
              SLA-ROWS-PER-SEC NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NIGHTS-READ
           MOVE SPACES TO GROUP-KEY
           IF SLA-TABLE-NAME = SPACES
               STRING "JOB " DELIMITED BY SIZE
                      SLA-JOB-ID DELIMITED BY SPACE
                   INTO GROUP-KEY
               END-STRING
           ELSE
               MOVE SLA-TABLE-NAME TO GROUP-KEY
           END-IF
           PERFORM 2100-FIND-GROUP
           IF GR-IDX = 0
               ADD 1 TO GROUPS-DROPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO GR-NIGHTS(GR-IDX)
           COMPUTE X-WORK = ITEM-DAY-NUMBER - GR-BASE-DAY(GR-IDX)
           ADD 1 TO GR-R-N(GR-IDX)
           ADD X-WORK TO GR-R-SX(GR-IDX)
           COMPUTE FIT-WORK = X-WORK * X-WORK
           ADD FIT-WORK TO GR-R-SXX(GR-IDX)
           ADD SLA-ROWS TO GR-R-SY(GR-IDX)
           COMPUTE FIT-WORK = X-WORK * SLA-ROWS
           ADD FIT-WORK TO GR-R-SXY(GR-IDX)

      * A night too short to time says nothing about throughput.
           IF SLA-ELAPSED-SECS > 0
               PERFORM 2200-CHECK-THROUGHPUT
               ADD 1 TO GR-T-N(GR-IDX)
               ADD X-WORK TO GR-T-SX(GR-IDX)
               COMPUTE FIT-WORK = X-WORK * X-WORK
               ADD FIT-WORK TO GR-T-SXX(GR-IDX)
               ADD SLA-ROWS-PER-SEC TO GR-T-SY(GR-IDX)
               COMPUTE FIT-WORK = X-WORK * SLA-ROWS-PER-SEC
               ADD FIT-WORK TO GR-T-SXY(GR-IDX)
           END-IF

           MOVE SLA-RUN-DATE     TO GR-LAST-DATE(GR-IDX)
           MOVE ITEM-DAY-NUMBER  TO GR-LAST-DAY(GR-IDX)
           MOVE SLA-ELAPSED-SECS TO GR-LAST-ELAPSED(GR-IDX)
           MOVE SLA-ROWS         TO GR-LAST-ROWS(GR-IDX)
           MOVE SLA-ROWS-PER-SEC TO GR-LAST-RPS(GR-IDX).

       2100-FIND-GROUP.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > GR-COUNT
               IF GR-KEY(GR-IDX) = GROUP-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF GR-COUNT >= 50
               MOVE 0 TO GR-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GR-COUNT
           MOVE GR-COUNT        TO GR-IDX
           MOVE GROUP-KEY       TO GR-KEY(GR-IDX)
           MOVE SLA-RUN-DATE    TO GR-FIRST-DATE(GR-IDX)
           MOVE ITEM-DAY-NUMBER TO GR-BASE-DAY(GR-IDX).

       2200-CHECK-THROUGHPUT.
      * The norm is the plain average of the ring - three timed
      * nights at least before a night is judged against it.
           IF GR-RING-COUNT(GR-IDX) >= 3
               MOVE 0 TO RING-SUM
               PERFORM VARYING RING-IDX FROM 1 BY 1
                       UNTIL RING-IDX > GR-RING-COUNT(GR-IDX)
                   ADD GR-RING-RPS(GR-IDX, RING-IDX) TO RING-SUM
               END-PERFORM
               COMPUTE NORM-WORK ROUNDED =
                   RING-SUM / GR-RING-COUNT(GR-IDX)
               COMPUTE KEEP-PCT = 100 - DROP-PCT
               COMPUTE DROP-FLOOR ROUNDED = NORM-WORK * KEEP-PCT / 100
               IF SLA-ROWS-PER-SEC < DROP-FLOOR
                   ADD 1 TO GR-DROPS(GR-IDX)
                   ADD 1 TO DROPS-FLAGGED
                   IF DR-COUNT < 200
                       ADD 1 TO DR-COUNT
                       MOVE GR-KEY(GR-IDX)   TO DR-KEY(DR-COUNT)
                       MOVE SLA-RUN-DATE     TO DR-DATE(DR-COUNT)
                       MOVE SLA-ROWS-PER-SEC TO DR-RPS(DR-COUNT)
                       MOVE NORM-WORK        TO DR-NORM(DR-COUNT)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO GR-RING-NEXT(GR-IDX)
           IF GR-RING-NEXT(GR-IDX) > 7
               MOVE 1 TO GR-RING-NEXT(GR-IDX)
           END-IF
           MOVE SLA-ROWS-PER-SEC
               TO GR-RING-RPS(GR-IDX, GR-RING-NEXT(GR-IDX))
           IF GR-RING-COUNT(GR-IDX) < 7
               ADD 1 TO GR-RING-COUNT(GR-IDX)
           END-IF.

       3000-FORECAST-ONE-GROUP.
           STRING GR-KEY(GR-IDX) DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  GR-FIRST-DATE(GR-IDX) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  GR-LAST-DATE(GR-IDX) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE GR-NIGHTS(GR-IDX) TO COUNT-EDITED
           MOVE GR-LAST-ELAPSED(GR-IDX) TO SECS-EDITED
           STRING "  NIGHTS" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  "   LAST NIGHT" DELIMITED BY SIZE
                  SECS-EDITED DELIMITED BY SIZE
                  " SECS" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE GR-LAST-ROWS(GR-IDX) TO COUNT-EDITED
           MOVE GR-LAST-RPS(GR-IDX) TO COUNT-2-EDITED
           STRING "  LAST ROWS" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  "   ROWS/SEC" DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           PERFORM 3100-FIT-TRENDS
           IF NOT FIT-POSSIBLE
               MOVE "  TOO LITTLE HISTORY TO TREND"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE ROW-SLOPE TO AMOUNT-EDITED
           MOVE RPS-SLOPE TO RATE-EDITED
           STRING "  ROWS/DAY" DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "   ROWS/SEC PER DAY" DELIMITED BY SIZE
                  RATE-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           EVALUATE TRUE
               WHEN SLA-LIMIT-SECONDS = 0
                   MOVE "  NO SLA WINDOW ON SUMPARM - NO PROJECTION"
                       TO RPT-LINE
               WHEN GR-LAST-ELAPSED(GR-IDX) > SLA-LIMIT-SECONDS
                   ADD 1 TO OVER-COUNT
                   MOVE "  ** ALREADY OVER THE WINDOW LAST NIGHT"
                       TO RPT-LINE
               WHEN OTHER
                   PERFORM 3200-FIND-CROSSING
           END-EVALUATE
           PERFORM 6800-WRITE-RPT-LINE
           IF GR-DROPS(GR-IDX) > 0
               MOVE GR-DROPS(GR-IDX) TO COUNT-EDITED
               STRING "  SLOW NIGHTS" DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " - SEE THROUGHPUT DROPS" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       3100-FIT-TRENDS.
      * Least squares: slope = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx),
      * intercept = (Sy - slope.Sx) / n, worked a term at a time.
      * Every night on one date leaves nothing to fit a slope
      * through.
           MOVE "N" TO FIT-FLAG
           IF GR-R-N(GR-IDX) < 3 OR GR-T-N(GR-IDX) < 3
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIT-DENOM = GR-R-N(GR-IDX) * GR-R-SXX(GR-IDX)
           COMPUTE FIT-WORK = GR-R-SX(GR-IDX) * GR-R-SX(GR-IDX)
           SUBTRACT FIT-WORK FROM FIT-DENOM
           IF FIT-DENOM = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIT-WORK = GR-R-N(GR-IDX) * GR-R-SXY(GR-IDX)
           COMPUTE FIT-WORK-2 = GR-R-SX(GR-IDX) * GR-R-SY(GR-IDX)
           SUBTRACT FIT-WORK-2 FROM FIT-WORK
           COMPUTE ROW-SLOPE ROUNDED = FIT-WORK / FIT-DENOM
           COMPUTE FIT-WORK = ROW-SLOPE * GR-R-SX(GR-IDX)
           COMPUTE FIT-WORK-2 = GR-R-SY(GR-IDX)
           SUBTRACT FIT-WORK FROM FIT-WORK-2
           COMPUTE ROW-INTERCEPT ROUNDED = FIT-WORK-2 / GR-R-N(GR-IDX)
           COMPUTE FIT-DENOM = GR-T-N(GR-IDX) * GR-T-SXX(GR-IDX)
           COMPUTE FIT-WORK = GR-T-SX(GR-IDX) * GR-T-SX(GR-IDX)
           SUBTRACT FIT-WORK FROM FIT-DENOM
           IF FIT-DENOM = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIT-WORK = GR-T-N(GR-IDX) * GR-T-SXY(GR-IDX)
           COMPUTE FIT-WORK-2 = GR-T-SX(GR-IDX) * GR-T-SY(GR-IDX)
           SUBTRACT FIT-WORK-2 FROM FIT-WORK
           COMPUTE RPS-SLOPE ROUNDED = FIT-WORK / FIT-DENOM
           COMPUTE FIT-WORK = RPS-SLOPE * GR-T-SX(GR-IDX)
           COMPUTE FIT-WORK-2 = GR-T-SY(GR-IDX)
           SUBTRACT FIT-WORK FROM FIT-WORK-2
           COMPUTE RPS-INTERCEPT ROUNDED = FIT-WORK-2 / GR-T-N(GR-IDX)
           SET FIT-POSSIBLE TO TRUE.

       3200-FIND-CROSSING.
      * Day by day from the last night: elapsed = rows / rows per
      * second on the two fitted lines. Throughput trending to
      * nothing is a crossing in its own right.
           MOVE "N" TO CROSS-FLAG
           PERFORM VARYING DAY-AHEAD FROM 1 BY 1
                   UNTIL DAY-AHEAD > HORIZON-DAYS OR CROSSING-FOUND
               MOVE GR-LAST-DAY(GR-IDX) TO X-WORK
               SUBTRACT GR-BASE-DAY(GR-IDX) FROM X-WORK
               ADD DAY-AHEAD TO X-WORK
               COMPUTE PROJ-ROWS = ROW-SLOPE * X-WORK
               ADD ROW-INTERCEPT TO PROJ-ROWS
               COMPUTE PROJ-RPS = RPS-SLOPE * X-WORK
               ADD RPS-INTERCEPT TO PROJ-RPS
               IF PROJ-RPS <= 0
                   SET CROSSING-FOUND TO TRUE
                   MOVE DAY-AHEAD TO CROSS-DAYS
               ELSE
                   COMPUTE PROJ-ELAPSED = PROJ-ROWS / PROJ-RPS
                   IF PROJ-ELAPSED > SLA-LIMIT-SECONDS
                       SET CROSSING-FOUND TO TRUE
                       MOVE DAY-AHEAD TO CROSS-DAYS
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CROSSING-FOUND
               MOVE HORIZON-DAYS TO DAYS-EDITED
               STRING "  NOT PROJECTED TO CROSS THE WINDOW WITHIN"
                          DELIMITED BY SIZE
                      DAYS-EDITED DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           COMPUTE CROSS-DAY-NUMBER = GR-LAST-DAY(GR-IDX) + CROSS-DAYS
           PERFORM 9100-DAY-NUMBER-TO-DATE
           MOVE CROSS-DAYS TO DAYS-EDITED
           IF CROSS-DAYS <= WARN-DAYS
               ADD 1 TO WARNED-COUNT
               STRING "  ** CROSSES THE WINDOW ON " DELIMITED BY SIZE
                      CROSS-DATE DELIMITED BY SIZE
                      " - IN" DELIMITED BY SIZE
                      DAYS-EDITED DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING "  CROSSES THE WINDOW ON " DELIMITED BY SIZE
                      CROSS-DATE DELIMITED BY SIZE
                      " - IN" DELIMITED BY SIZE
                      DAYS-EDITED DELIMITED BY SIZE
                      " DAYS" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"   TO RW-ACTION
           MOVE "CAPRPT" TO RW-FILE-NAME
           MOVE "BATCH-WINDOW CAPACITY FORECAST" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6100-PRINT-SETTINGS.
           MOVE SLA-LIMIT-SECONDS TO SECS-EDITED
           MOVE HORIZON-DAYS TO DAYS-EDITED
           STRING "SLA WINDOW" DELIMITED BY SIZE
                  SECS-EDITED DELIMITED BY SIZE
                  " SECS   LOOKING AHEAD" DELIMITED BY SIZE
                  DAYS-EDITED DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE WARN-DAYS TO DAYS-EDITED
           MOVE DROP-PCT TO PCT-EDITED
           STRING "FLAGGED: A CROSSING INSIDE" DELIMITED BY SIZE
                  DAYS-EDITED DELIMITED BY SIZE
                  " DAYS, A NIGHT" DELIMITED BY SIZE
                  PCT-EDITED DELIMITED BY SIZE
                  "% UNDER ITS NORM" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE.

       6500-PRINT-DROPS.
           MOVE "THROUGHPUT DROPS - ROWS/SEC AGAINST THE TRAILING NORM"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           IF DR-COUNT = 0
               MOVE "  NONE" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-COUNT
               MOVE DR-RPS(DR-IDX) TO COUNT-EDITED
               MOVE DR-NORM(DR-IDX) TO COUNT-2-EDITED
               MOVE DR-KEY(DR-IDX) TO RPT-LINE(3:30)
               MOVE DR-DATE(DR-IDX) TO RPT-LINE(34:10)
               MOVE COUNT-EDITED TO RPT-LINE(45:10)
               MOVE " NORM" TO RPT-LINE(55:5)
               MOVE COUNT-2-EDITED TO RPT-LINE(60:10)
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM
           IF DROPS-FLAGGED > DR-COUNT
               MOVE "  ... MORE SLOW NIGHTS THAN LISTED" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6600-PRINT-TOTALS.
           MOVE NIGHTS-READ TO COUNT-EDITED
           STRING "NIGHTS ON THE HISTORY     " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE WARNED-COUNT TO COUNT-EDITED
           STRING "CROSSING INSIDE WARNING   " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE OVER-COUNT TO COUNT-EDITED
           STRING "ALREADY OVER THE WINDOW   " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE DROPS-FLAGGED TO COUNT-EDITED
           STRING "SLOW NIGHTS FLAGGED       " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           IF GROUPS-DROPPED > 0
               MOVE GROUPS-DROPPED TO COUNT-EDITED
               STRING "NIGHTS PAST 50 TABLES     " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
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
      * for anything that does not parse.
           MOVE ZERO TO ITEM-DAY-NUMBER
           IF WORK-DATE(1:4) NUMERIC AND WORK-DATE(6:2) NUMERIC AND
              WORK-DATE(9:2) NUMERIC
               MOVE SPACES TO DATE-WORK
               STRING WORK-DATE(1:4) DELIMITED BY SIZE
                      WORK-DATE(6:2) DELIMITED BY SIZE
                      WORK-DATE(9:2) DELIMITED BY SIZE
                   INTO DATE-WORK
               END-STRING
               MOVE DATE-WORK(1:8) TO WORK-DATE-DIGITS
               COMPUTE ITEM-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE-DIGITS)
           END-IF.

       9100-DAY-NUMBER-TO-DATE.
           COMPUTE WORK-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(CROSS-DAY-NUMBER)
           MOVE SPACES TO CROSS-DATE
           MOVE WORK-DATE-DIGITS TO DATE-WORK(1:8)
           STRING DATE-WORK(1:4) DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  DATE-WORK(5:2) DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  DATE-WORK(7:2) DELIMITED BY SIZE
               INTO CROSS-DATE
           END-STRING.

       END PROGRAM CAP-FCST.
