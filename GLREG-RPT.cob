      * business date, table, pair count, hash total, when it was
      * cut - and flags any break in the batch numbering, so the
      * ledger team and accounting read the same registered history
      * of the money feed. Each legal entity's batches are numbered
      * in that entity's own series (see CBGLSEQ), so the line names
      * the entity and the numbering is followed per series - the
      * shared series' entity column is blank. A month-end ACCRUAL
      * or REVALUE batch with no REVERSAL entry naming it, once its
      * month is behind the business date, is listed as an
      * exception - the reversal that never went out leaves the
      * ledger carrying last month's accrual or revaluation into
      * this one. A batch is followed only until its reversal is
      * read, so the table holds what is still open, not every
      * accrual ever cut; more open at once than it holds is
      * reported, not passed over.
      *
      * RC 0 = register printed, 4 = numbering gaps or unreversed
      * accruals/revaluations found, or more open than could be
      * followed, 8 = no register on file.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT GLREGFILE ASSIGN TO "SUMGLREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLREG-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLREGFILE.
           COPY CBGLREG.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 GLREG-FILE-STATUS  PIC XX.
           88 GLREG-FILE-OK      VALUE "00".
       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

      * The last batch number seen in each series.
       01 SERIES-COUNT       PIC 99 COMP-5 VALUE 0.
       01 SERIES-TABLE.
           05 SR-ENTRY OCCURS 50 TIMES.
               10 SR-ENTITY       PIC X(6).
               10 SR-LAST-BATCH   PIC 9(6).
       01 SR-IDX             PIC 99 COMP-5.
       01 SR-HIT-IDX         PIC 99 COMP-5.
       01 PRIOR-BATCH-NO     PIC 9(6) VALUE 0.
       01 SERIES-PREFIX      PIC X(7).
       01 GAP-COUNT          PIC 9(4) VALUE 0.
       01 BATCH-EDITED       PIC ZZZZZ9.
       01 PAIRS-EDITED       PIC ZZZ,ZZ9.
       01 HASH-EDITED        PIC Z(14)9.
       01 GAPS-EDITED        PIC ZZZ9.

      * Accrual batches seen so far, each marked off by the REVERSAL
      * entry that names it; the open ones from a month before the
      * business date's are the exceptions.
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 CURRENT-BUS-DATE   PIC X(10).
       01 CURRENT-START-DATE PIC X(10).
           COPY CBPERQ.
       01 CURRENT-DATE-WORK  PIC X(8).
      * The accrual and revaluation batches not yet reversed - an
      * entry leaves when its reversal is read.
       01 ACCR-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01 ACCR-TABLE.
           05 ACCR-ENTRY OCCURS 200 TIMES.
               10 AC-BATCH-NO     PIC 9(6).
               10 AC-ENTITY       PIC X(6).
               10 AC-REFERENCE    PIC X(10).
               10 AC-RUN-DATE     PIC X(10).
               10 AC-TABLE-NAME   PIC X(30).
       01 ACCR-IDX           PIC 9(3) COMP-5.
       01 ACCR-SHIFT-IDX     PIC 9(3) COMP-5.
       01 ACCR-MATCH-FLAG    PIC X.
           88 ACCR-MATCHED       VALUE "Y".
       01 ACCR-DROPPED-COUNT PIC 9(4) VALUE 0.
       01 ACCR-EXCP-COUNT    PIC 9(4) VALUE 0.
       01 REVERSES-EDITED    PIC ZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
               GOBACK
           END-IF

           PERFORM 0100-SET-CURRENT-MONTH
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "GLREGRPT" TO RW-FILE-NAME
           END-PERFORM
           CLOSE GLREGFILE

           PERFORM 3000-PRINT-ACCRUAL-EXCEPTIONS

           MOVE GAP-COUNT TO GAPS-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "NUMBERING GAPS: " DELIMITED BY SIZE
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           IF GAP-COUNT > 0 OR ACCR-EXCP-COUNT > 0 OR
              ACCR-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           MOVE GREG-HASH       TO HASH-EDITED
           MOVE SPACES TO RPT-LINE
           STRING BATCH-EDITED    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  GREG-ENTITY     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  GREG-RUN-DATE   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 2000-WRITE-RPT-LINE
           IF GREG-REFERENCE = "REVERSAL" AND
              GREG-REVERSES-BATCH NUMERIC
               MOVE GREG-REVERSES-BATCH TO REVERSES-EDITED
               STRING "  REVERSES BATCH " DELIMITED BY SIZE
                      REVERSES-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 2000-WRITE-RPT-LINE
           END-IF
           PERFORM 1100-TRACK-ACCRUAL
           PERFORM 1200-FIND-SERIES
           IF PRIOR-BATCH-NO > 0 AND
              GREG-BATCH-NO NOT = PRIOR-BATCH-NO + 1
               ADD 1 TO GAP-COUNT
                   TO RPT-LINE
               PERFORM 2000-WRITE-RPT-LINE
           END-IF
           IF SR-HIT-IDX > 0
               MOVE GREG-BATCH-NO TO SR-LAST-BATCH(SR-HIT-IDX)
           END-IF.

       1200-FIND-SERIES.
      * The entry's number series and the last number seen in it -
      * zero for a series met for the first time. Past fifty series
      * the rest go unchecked rather than checked against the wrong
      * series.
           MOVE 0 TO PRIOR-BATCH-NO
           MOVE 0 TO SR-HIT-IDX
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX > SERIES-COUNT OR SR-HIT-IDX > 0
               IF SR-ENTITY(SR-IDX) = GREG-ENTITY
                   MOVE SR-IDX TO SR-HIT-IDX
               END-IF
           END-PERFORM
           IF SR-HIT-IDX > 0
               MOVE SR-LAST-BATCH(SR-HIT-IDX) TO PRIOR-BATCH-NO
               EXIT PARAGRAPH
           END-IF
           IF SERIES-COUNT < 50
               ADD 1 TO SERIES-COUNT
               MOVE SERIES-COUNT TO SR-HIT-IDX
               MOVE GREG-ENTITY TO SR-ENTITY(SR-HIT-IDX)
               MOVE 0 TO SR-LAST-BATCH(SR-HIT-IDX)
           END-IF.

       0100-SET-CURRENT-MONTH.
      * The business date's period off the SUMBDATE card, the wall
      * clock's when there is no card - the calendar month, or the
      * fiscal period where the shop keeps SUMFPER (PERIOD-OF).
           MOVE SPACES TO CURRENT-BUS-DATE
           OPEN INPUT BDATEFILE
           IF BDATE-FILE-OK
               READ BDATEFILE
                   NOT AT END
                       MOVE BDATE-BUSINESS-DATE TO CURRENT-BUS-DATE
               END-READ
               CLOSE BDATEFILE
           END-IF
           IF CURRENT-BUS-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO CURRENT-DATE-WORK
               STRING CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
                   INTO CURRENT-BUS-DATE
               END-STRING
           END-IF
           SET PERQ-BY-DATE TO TRUE
           MOVE CURRENT-BUS-DATE TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           MOVE PERQ-START-DATE TO CURRENT-START-DATE.

       1100-TRACK-ACCRUAL.
           EVALUATE GREG-REFERENCE
               WHEN "ACCRUAL"
               WHEN "REVALUE"
                   IF ACCR-COUNT < 200
                       ADD 1 TO ACCR-COUNT
                       MOVE GREG-BATCH-NO   TO AC-BATCH-NO(ACCR-COUNT)
                       MOVE GREG-ENTITY     TO AC-ENTITY(ACCR-COUNT)
                       MOVE GREG-REFERENCE  TO AC-REFERENCE(ACCR-COUNT)
                       MOVE GREG-RUN-DATE   TO AC-RUN-DATE(ACCR-COUNT)
                       MOVE GREG-TABLE-NAME
                           TO AC-TABLE-NAME(ACCR-COUNT)
                   ELSE
                       ADD 1 TO ACCR-DROPPED-COUNT
                   END-IF
      * Numbers repeat across series, so a reversal answers the
      * batch of that number for the same table in its own series
      * - or an accrual cut before the table had an entity.
               WHEN "REVERSAL"
                   IF GREG-REVERSES-BATCH NUMERIC
                       MOVE "N" TO ACCR-MATCH-FLAG
                       PERFORM VARYING ACCR-IDX FROM 1 BY 1
                               UNTIL ACCR-IDX > ACCR-COUNT
                                  OR ACCR-MATCHED
                           IF AC-BATCH-NO(ACCR-IDX) =
                              GREG-REVERSES-BATCH AND
                              AC-TABLE-NAME(ACCR-IDX) =
                              GREG-TABLE-NAME AND
                              (AC-ENTITY(ACCR-IDX) = GREG-ENTITY OR
                               (AC-ENTITY(ACCR-IDX) = SPACES AND
                                AC-REFERENCE(ACCR-IDX) = "ACCRUAL"))
                               PERFORM 1150-DROP-ACCRUAL
                               SET ACCR-MATCHED TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       1150-DROP-ACCRUAL.
      * Close the gap, so the table stays in register order.
           PERFORM VARYING ACCR-SHIFT-IDX FROM ACCR-IDX BY 1
                   UNTIL ACCR-SHIFT-IDX >= ACCR-COUNT
               MOVE ACCR-ENTRY(ACCR-SHIFT-IDX + 1)
                   TO ACCR-ENTRY(ACCR-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM ACCR-COUNT.

       3000-PRINT-ACCRUAL-EXCEPTIONS.
      * An accrual still open in its own month is waiting for the
      * first business day of the next - not yet an exception.
           PERFORM VARYING ACCR-IDX FROM 1 BY 1
                   UNTIL ACCR-IDX > ACCR-COUNT
               IF AC-RUN-DATE(ACCR-IDX) < CURRENT-START-DATE
                   IF ACCR-EXCP-COUNT = 0
                       MOVE SPACES TO RPT-LINE
                       PERFORM 2000-WRITE-RPT-LINE
                       MOVE "ACCRUALS/REVALUATIONS NOT REVERSED:"
                           TO RPT-LINE
                       PERFORM 2000-WRITE-RPT-LINE
                   END-IF
                   ADD 1 TO ACCR-EXCP-COUNT
                   MOVE AC-BATCH-NO(ACCR-IDX) TO BATCH-EDITED
                   MOVE SPACES TO SERIES-PREFIX
                   IF AC-ENTITY(ACCR-IDX) NOT = SPACES
                       STRING AC-ENTITY(ACCR-IDX) DELIMITED BY SPACE
                              "/" DELIMITED BY SIZE
                           INTO SERIES-PREFIX
                       END-STRING
                   END-IF
                   STRING "  ** BATCH " DELIMITED BY SIZE
                          SERIES-PREFIX DELIMITED BY SPACE
                          BATCH-EDITED DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          AC-RUN-DATE(ACCR-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          AC-TABLE-NAME(ACCR-IDX) DELIMITED BY SPACE
                          " - NO REVERSAL CUT **" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 2000-WRITE-RPT-LINE
               END-IF
           END-PERFORM
           IF ACCR-EXCP-COUNT > 0
               MOVE ACCR-EXCP-COUNT TO GAPS-EDITED
               STRING "REGISTER: " DELIMITED BY SIZE
                      GAPS-EDITED DELIMITED BY SIZE
                      " BATCH(ES) WITH NO REVERSAL" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF
      * Past 200 open at once the rest were never followed - they
      * may be unreversed too, and this report cannot say.
           IF ACCR-DROPPED-COUNT > 0
               MOVE SPACES TO RPT-LINE
               PERFORM 2000-WRITE-RPT-LINE
               MOVE ACCR-DROPPED-COUNT TO GAPS-EDITED
               STRING "** OVER 200 OPEN ACCRUALS/REVALUATIONS - "
                          DELIMITED BY SIZE
                      GAPS-EDITED DELIMITED BY SIZE
                      " NOT CHECKED **" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 2000-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "REGISTER: OVER 200 OPEN ACCRUALS - " DELIMITED
                          BY SIZE
                      GAPS-EDITED DELIMITED BY SIZE
                      " BATCH(ES) NOT CHECKED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       2000-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
