       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD-SAMPLE.

      *****************************************************************
      * AUD-SAMPLE - audit sampling over the detail extract. Every
      * audit visit opens with a request for a sample of
      * transactions for a date range, and it used to be built by
      * hand from SUMDETL copies. The operator names the method
      * (R = simple random, M = monetary-unit), the business-date
      * range (the extract header's run date, as KEY-INQ filters
      * it), the sample size and a seed. The draw is made off the
      * minimal-standard generator (seed times 16807, modulo
      * 2**31 - 1) in plain arithmetic, so the auditors can
      * re-perform exactly the same draw from the recorded seed on
      * any machine. A blank seed takes one off the clock and
      * records it.
      *
      * Random: distinct population positions drawn until the size
      * is reached (the whole population when it is no larger).
      * Monetary-unit: interval = absolute population value / size,
      * a random start inside the first interval, and every item
      * the cumulative absolute amount carries across a selection
      * point is selected - with its hit count.
      *
      * Worksheet to SUMSAMPL (see CBSAMP), selection report to
      * SAMPRPT through RPT-WRITER, and the parameters and seed to
      * the run log so the draw itself is auditable.
      *
      * RC 0 = sample drawn, 4 = bad parameters, 8 = no population
      * in the range.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETLFILE ASSIGN TO "SUMDETL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DETL-FILE-STATUS.
           SELECT SAMPFILE ASSIGN TO "SUMSAMPL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SAMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DETLFILE.
           COPY CBDETL.

       FD  SAMPFILE.
           COPY CBSAMP.

       WORKING-STORAGE SECTION.
       01 DETL-FILE-STATUS   PIC XX.
           88 DETL-FILE-OK       VALUE "00".
       01 SAMP-FILE-STATUS   PIC XX.
           88 SAMP-FILE-OK       VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       01 OPERATOR-INPUT     PIC X(64).
       01 OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 SAMPLE-METHOD      PIC X.
           88 RANDOM-METHOD      VALUE "R".
           88 MONETARY-METHOD    VALUE "M".
       01 WANT-FROM-DATE     PIC X(10).
       01 WANT-TO-DATE       PIC X(10).
       01 SAMPLE-SIZE        PIC 9(5) VALUE 0.
       01 DETL-DATE-WORK     PIC X(10).
       01 DRAWN-TS           PIC X(16).

      * Minimal-standard generator state. The modulus is 2**31 - 1;
      * the state stays in 1 .. modulus - 1, never zero.
       01 SEED-VALUE         PIC 9(10) VALUE 0.
       01 RAND-STATE         PIC 9(10) COMP-3.
       01 RAND-PRODUCT       PIC 9(15) COMP-3.
       01 RAND-QUOTIENT      PIC 9(15) COMP-3.
       01 RAND-MODULUS       PIC 9(10) COMP-3 VALUE 2147483647.
       01 RAND-MULTIPLIER    PIC 9(5) COMP-3 VALUE 16807.

      * The population in the range - counted and valued on the
      * first pass.
       01 POP-COUNT          PIC 9(9) VALUE 0.
       01 POP-VALUE          PIC S9(13)V99 COMP-3 VALUE 0.
       01 POP-POSITION       PIC 9(9) VALUE 0.

      * Random method: the positions drawn, kept ascending so the
      * second pass walks them with a single pointer.
       01 SEL-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 SEL-TABLE.
           05 SEL-POSITION OCCURS 500 TIMES PIC 9(9).
       01 SEL-IDX            PIC 9(3) COMP-5.
       01 SEL-NEXT           PIC 9(3) COMP-5.
       01 SEL-HIT-FLAG       PIC X.
           88 SEL-ALREADY-DRAWN  VALUE "Y".
       01 DRAW-POSITION      PIC 9(9).
       01 DRAW-ATTEMPTS      PIC 9(9) VALUE 0.
       01 SORT-IDX           PIC 9(3) COMP-5.
       01 SORT-HOLD          PIC 9(9).

      * Monetary-unit method.
       01 MUS-INTERVAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01 MUS-NEXT-POINT     PIC S9(13)V99 COMP-3 VALUE 0.
       01 MUS-CUMULATIVE     PIC S9(13)V99 COMP-3 VALUE 0.
       01 MUS-ITEM-HITS      PIC 9(3).
       01 MUS-POINTS-USED    PIC 9(5) VALUE 0.
       01 ABS-AMOUNT         PIC S9(9)V99 COMP-3.

       01 SAMPLE-ITEMS       PIC 9(5) VALUE 0.
       01 SAMPLE-VALUE       PIC S9(13)V99 COMP-3 VALUE 0.
       01 SIZE-EDITED        PIC ZZ,ZZ9.
       01 SEED-EDITED        PIC Z(9)9.
       01 POP-COUNT-EDITED   PIC ZZZ,ZZZ,ZZ9.
       01 VALUE-EDITED       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-EDITED      PIC -ZZZ,ZZZ,ZZ9.99.
       01 SEQ-EDITED         PIC ZZZZ9.
       01 HITS-EDITED        PIC ZZ9.
       01 POSITION-EDITED    PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           DISPLAY "AUDIT SAMPLE DRAW"
           PERFORM 1000-TAKE-PARAMETERS
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           PERFORM 2000-COUNT-POPULATION
           IF POP-COUNT = 0
               DISPLAY "No detail records in the range."
               MOVE "AUDIT SAMPLE: NO SUMDETL POPULATION IN THE RANGE"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MONETARY-METHOD AND POP-VALUE = ZERO
               DISPLAY "The population carries no value to sample."
               MOVE "AUDIT SAMPLE: POPULATION VALUE ZERO - NO MUS DRAW"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1500-LOG-PARAMETERS
           MOVE SEED-VALUE TO RAND-STATE
           IF RANDOM-METHOD
               PERFORM 3000-DRAW-RANDOM-POSITIONS
           ELSE
               PERFORM 3500-SET-MUS-START
           END-IF

           PERFORM 4000-OPEN-OUTPUTS
           PERFORM 5000-SELECT-ITEMS
           PERFORM 6000-CLOSE-OUTPUTS

           MOVE SAMPLE-ITEMS TO SIZE-EDITED
           MOVE POP-COUNT    TO POP-COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "AUDIT SAMPLE: " DELIMITED BY SIZE
                  SIZE-EDITED      DELIMITED BY SIZE
                  " ITEMS DRAWN OF " DELIMITED BY SIZE
                  POP-COUNT-EDITED DELIMITED BY SIZE
                  " - SEE SUMSAMPL" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "I" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           DISPLAY "Sample written to SUMSAMPL and SAMPRPT, "
                   SIZE-EDITED " items."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-TAKE-PARAMETERS.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERID"
           IF OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF
           DISPLAY "Method (R = random, M = monetary-unit): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:1) TO SAMPLE-METHOD
           INSPECT SAMPLE-METHOD CONVERTING "rm" TO "RM"
           IF NOT RANDOM-METHOD AND NOT MONETARY-METHOD
               DISPLAY "Method must be R or M."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "From business date (YYYY-MM-DD): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:10) TO WANT-FROM-DATE
           IF WANT-FROM-DATE = SPACES
               DISPLAY "A from date is required."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "To business date (blank = the from date): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:10) TO WANT-TO-DATE
           IF WANT-TO-DATE = SPACES
               MOVE WANT-FROM-DATE TO WANT-TO-DATE
           END-IF
           IF WANT-TO-DATE < WANT-FROM-DATE
               DISPLAY "To date is before the from date."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sample size (1-500): "
           ACCEPT OPERATOR-INPUT
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) = 0
               MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO SAMPLE-SIZE
           END-IF
           IF SAMPLE-SIZE < 1 OR SAMPLE-SIZE > 500
               DISPLAY "Sample size must be 1 to 500."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Seed (blank = take one off the clock): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) = 0
                   MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO SEED-VALUE
               END-IF
               IF SEED-VALUE < 1 OR SEED-VALUE > 2147483646
                   DISPLAY "Seed must be 1 to 2147483646."
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE (9:8) TO SEED-VALUE
               IF SEED-VALUE = 0
                   MOVE 1 TO SEED-VALUE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:16) TO DRAWN-TS
           MOVE 0 TO RETURN-CODE.

       1500-LOG-PARAMETERS.
      * The whole draw in two log lines - method, range, size and
      * seed, then who drew it off what population - so the sample
      * can be re-performed from the log alone.
           MOVE SAMPLE-SIZE TO SIZE-EDITED
           MOVE SEED-VALUE  TO SEED-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "AUDIT SAMPLE: METHOD " DELIMITED BY SIZE
                  SAMPLE-METHOD    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WANT-FROM-DATE   DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WANT-TO-DATE     DELIMITED BY SIZE
                  " SIZE" DELIMITED BY SIZE
                  SIZE-EDITED      DELIMITED BY SIZE
                  " SEED " DELIMITED BY SIZE
                  SEED-EDITED      DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           MOVE "I" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           MOVE POP-COUNT TO POP-COUNT-EDITED
           MOVE POP-VALUE TO VALUE-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "AUDIT SAMPLE: BY " DELIMITED BY SIZE
                  OPERATOR-ID      DELIMITED BY SPACE
                  " POPULATION "   DELIMITED BY SIZE
                  POP-COUNT-EDITED DELIMITED BY SIZE
                  " VALUE "        DELIMITED BY SIZE
                  VALUE-EDITED     DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV.

       2000-COUNT-POPULATION.
      * First pass - the items in range and their absolute value,
      * the base both methods draw against.
           MOVE SPACES TO DETL-DATE-WORK
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DETLFILE
           IF NOT DETL-FILE-OK
               DISPLAY "No detail extract (SUMDETL) on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ DETLFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF DETL-IS-HEADER
                           MOVE DETL-HDR-RUN-DATE TO DETL-DATE-WORK
                       END-IF
                       IF DETL-IS-DETAIL
                          AND DETL-DATE-WORK >= WANT-FROM-DATE
                          AND DETL-DATE-WORK <= WANT-TO-DATE
                           ADD 1 TO POP-COUNT
                           ADD FUNCTION ABS(DETL-AMOUNT) TO POP-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DETLFILE.

       2900-NEXT-RANDOM.
      * One step of the generator: state = state * 16807 mod
      * (2**31 - 1).
           COMPUTE RAND-PRODUCT = RAND-STATE * RAND-MULTIPLIER
           DIVIDE RAND-PRODUCT BY RAND-MODULUS
               GIVING RAND-QUOTIENT REMAINDER RAND-STATE.

       3000-DRAW-RANDOM-POSITIONS.
      * Distinct positions 1 .. population, a repeat simply drawn
      * again. A population no larger than the size is taken whole.
           MOVE 0 TO SEL-COUNT
           IF POP-COUNT <= SAMPLE-SIZE
               PERFORM VARYING SEL-IDX FROM 1 BY 1
                       UNTIL SEL-IDX > POP-COUNT
                   ADD 1 TO SEL-COUNT
                   MOVE SEL-IDX TO SEL-POSITION(SEL-COUNT)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SEL-COUNT >= SAMPLE-SIZE
               PERFORM 2900-NEXT-RANDOM
               ADD 1 TO DRAW-ATTEMPTS
               COMPUTE DRAW-POSITION =
                   ((RAND-STATE - 1) * POP-COUNT) / (RAND-MODULUS - 1)
               ADD 1 TO DRAW-POSITION
               MOVE "N" TO SEL-HIT-FLAG
               PERFORM VARYING SEL-IDX FROM 1 BY 1
                       UNTIL SEL-IDX > SEL-COUNT
                   IF SEL-POSITION(SEL-IDX) = DRAW-POSITION
                       SET SEL-ALREADY-DRAWN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT SEL-ALREADY-DRAWN
                   ADD 1 TO SEL-COUNT
                   MOVE DRAW-POSITION TO SEL-POSITION(SEL-COUNT)
               END-IF
           END-PERFORM
      * Ascending, so the selection pass walks the extract once.
           PERFORM VARYING SEL-IDX FROM 2 BY 1
                   UNTIL SEL-IDX > SEL-COUNT
               MOVE SEL-POSITION(SEL-IDX) TO SORT-HOLD
               MOVE SEL-IDX TO SORT-IDX
               PERFORM UNTIL SORT-IDX = 1 OR
                       SEL-POSITION(SORT-IDX - 1) <= SORT-HOLD
                   MOVE SEL-POSITION(SORT-IDX - 1)
                       TO SEL-POSITION(SORT-IDX)
                   SUBTRACT 1 FROM SORT-IDX
               END-PERFORM
               MOVE SORT-HOLD TO SEL-POSITION(SORT-IDX)
           END-PERFORM.

       3500-SET-MUS-START.
           COMPUTE MUS-INTERVAL = POP-VALUE / SAMPLE-SIZE
           IF MUS-INTERVAL = ZERO
               MOVE 0.01 TO MUS-INTERVAL
           END-IF
           PERFORM 2900-NEXT-RANDOM
           COMPUTE MUS-NEXT-POINT =
               ((RAND-STATE - 1) * MUS-INTERVAL) / (RAND-MODULUS - 1)
           MOVE ZERO TO MUS-CUMULATIVE
           MOVE ZERO TO MUS-POINTS-USED.

       4000-OPEN-OUTPUTS.
           OPEN OUTPUT SAMPFILE
           MOVE SPACES TO SAMP-RECORD
           SET SAMP-IS-HEADER TO TRUE
           MOVE SAMPLE-METHOD  TO SAMP-HDR-METHOD
           MOVE WANT-FROM-DATE TO SAMP-HDR-FROM-DATE
           MOVE WANT-TO-DATE   TO SAMP-HDR-TO-DATE
           MOVE SAMPLE-SIZE    TO SAMP-HDR-SIZE
           MOVE SEED-VALUE     TO SAMP-HDR-SEED
           MOVE POP-COUNT      TO SAMP-HDR-POP-COUNT
           MOVE POP-VALUE      TO SAMP-HDR-POP-VALUE
           MOVE MUS-INTERVAL   TO SAMP-HDR-INTERVAL
           MOVE DRAWN-TS       TO SAMP-HDR-DRAWN-TS
           MOVE OPERATOR-ID    TO SAMP-HDR-DRAWN-BY
           WRITE SAMP-RECORD

           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           MOVE "SAMPRPT" TO RW-FILE-NAME
           IF RANDOM-METHOD
               MOVE "AUDIT SAMPLE - RANDOM" TO RW-TITLE
           ELSE
               MOVE "AUDIT SAMPLE - MONETARY UNIT" TO RW-TITLE
           END-IF
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           MOVE SPACES TO RPT-LINE
           STRING "RANGE " DELIMITED BY SIZE
                  WANT-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WANT-TO-DATE   DELIMITED BY SIZE
                  "   DRAWN BY " DELIMITED BY SIZE
                  OPERATOR-ID    DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 9000-WRITE-RPT-LINE
           MOVE SAMPLE-SIZE TO SIZE-EDITED
           MOVE SEED-VALUE  TO SEED-EDITED
           STRING "SIZE REQUESTED" DELIMITED BY SIZE
                  SIZE-EDITED DELIMITED BY SIZE
                  "   SEED " DELIMITED BY SIZE
                  SEED-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 9000-WRITE-RPT-LINE
           MOVE POP-COUNT TO POP-COUNT-EDITED
           MOVE POP-VALUE TO VALUE-EDITED
           STRING "POPULATION " DELIMITED BY SIZE
                  POP-COUNT-EDITED DELIMITED BY SIZE
                  " ITEMS, ABSOLUTE VALUE " DELIMITED BY SIZE
                  VALUE-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 9000-WRITE-RPT-LINE
           IF MONETARY-METHOD
               MOVE MUS-INTERVAL TO VALUE-EDITED
               STRING "SAMPLING INTERVAL " DELIMITED BY SIZE
                      VALUE-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 9000-WRITE-RPT-LINE
           END-IF
           MOVE "  SEQ  POSITION DATE       KEY       CATEGORY"
               TO RPT-LINE
           MOVE "AMOUNT"  TO RPT-LINE(68:6)
           MOVE "HITS"    TO RPT-LINE(75:4)
           PERFORM 9000-WRITE-RPT-LINE.

       5000-SELECT-ITEMS.
      * Second pass - the same population in the same order, the
      * selected items going to the worksheet and the report.
           MOVE 0 TO POP-POSITION
           MOVE 1 TO SEL-NEXT
           MOVE SPACES TO DETL-DATE-WORK
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
                       IF DETL-IS-HEADER
                           MOVE DETL-HDR-RUN-DATE TO DETL-DATE-WORK
                       END-IF
                       IF DETL-IS-DETAIL
                          AND DETL-DATE-WORK >= WANT-FROM-DATE
                          AND DETL-DATE-WORK <= WANT-TO-DATE
                           ADD 1 TO POP-POSITION
                           PERFORM 5100-TEST-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DETLFILE.

       5100-TEST-ONE-ITEM.
           MOVE 0 TO MUS-ITEM-HITS
           IF RANDOM-METHOD
               IF SEL-NEXT <= SEL-COUNT AND
                  SEL-POSITION(SEL-NEXT) = POP-POSITION
                   MOVE 1 TO MUS-ITEM-HITS
                   ADD 1 TO SEL-NEXT
               END-IF
           ELSE
      * The item spans the cumulative range from the running total
      * before it up to the total after it; every selection point
      * inside that span is a hit.
               COMPUTE ABS-AMOUNT = FUNCTION ABS(DETL-AMOUNT)
               ADD ABS-AMOUNT TO MUS-CUMULATIVE
               PERFORM UNTIL MUS-NEXT-POINT >= MUS-CUMULATIVE OR
                             MUS-POINTS-USED >= SAMPLE-SIZE
                   ADD 1 TO MUS-ITEM-HITS
                   ADD 1 TO MUS-POINTS-USED
                   ADD MUS-INTERVAL TO MUS-NEXT-POINT
               END-PERFORM
           END-IF
           IF MUS-ITEM-HITS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SAMPLE-ITEMS
           ADD DETL-AMOUNT TO SAMPLE-VALUE

           MOVE SPACES TO SAMP-RECORD
           SET SAMP-IS-DETAIL TO TRUE
           MOVE SAMPLE-ITEMS   TO SAMP-SEQ
           MOVE POP-POSITION   TO SAMP-POSITION
           MOVE DETL-DATE-WORK TO SAMP-RUN-DATE
           IF DETL-LONG-KEY NOT = SPACES
               MOVE DETL-LONG-KEY TO SAMP-KEY
           ELSE
               MOVE DETL-KEY      TO SAMP-KEY
           END-IF
           MOVE DETL-CATEGORY  TO SAMP-CATEGORY
           MOVE DETL-AMOUNT    TO SAMP-AMOUNT
           MOVE MUS-ITEM-HITS  TO SAMP-HITS
           WRITE SAMP-RECORD

           MOVE SAMPLE-ITEMS  TO SEQ-EDITED
           MOVE POP-POSITION  TO POSITION-EDITED
           MOVE DETL-AMOUNT   TO AMOUNT-EDITED
           MOVE MUS-ITEM-HITS TO HITS-EDITED
           MOVE SEQ-EDITED             TO RPT-LINE(1:5)
           MOVE POSITION-EDITED        TO RPT-LINE(7:9)
           MOVE DETL-DATE-WORK         TO RPT-LINE(17:10)
           MOVE SAMP-KEY(1:9)          TO RPT-LINE(28:9)
           MOVE DETL-CATEGORY          TO RPT-LINE(38:20)
           MOVE AMOUNT-EDITED          TO RPT-LINE(59:15)
           MOVE HITS-EDITED            TO RPT-LINE(75:3)
           PERFORM 9000-WRITE-RPT-LINE
      * A key too long for its column is given in full below it.
           IF SAMP-KEY(10:) NOT = SPACES
               MOVE "KEY"    TO RPT-LINE(22:3)
               MOVE SAMP-KEY TO RPT-LINE(28:16)
               PERFORM 9000-WRITE-RPT-LINE
           END-IF.

       6000-CLOSE-OUTPUTS.
           CLOSE SAMPFILE
           MOVE SAMPLE-ITEMS TO SIZE-EDITED
           MOVE SAMPLE-VALUE TO VALUE-EDITED
           STRING "SAMPLE ITEMS" DELIMITED BY SIZE
                  SIZE-EDITED    DELIMITED BY SIZE
                  "   SAMPLE VALUE " DELIMITED BY SIZE
                  VALUE-EDITED   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       9000-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       END PROGRAM AUD-SAMPLE.
