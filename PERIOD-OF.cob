       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-OF.

      *****************************************************************
      * PERIOD-OF - the shop's one answer to "which accounting
      * period is this". Close, the roll-ups, the balance-ledger
      * month and year-end used to take a date's YYYY-MM and call
      * it the period, which is wrong for a finance year run on
      * 4-4-5 fiscal periods. Callers now ask here (see CBPERQ) by
      * date or by period id. The fiscal period master (SUMFPER,
      * see CBFPER) is loaded on the first call and held for the
      * life of the run unit; a date it covers answers by fiscal
      * period, anything else by calendar month - so a shop that
      * never generated a fiscal year runs exactly as before.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FPERFILE ASSIGN TO "SUMFPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FPERFILE.
           COPY CBFPER.

       WORKING-STORAGE SECTION.
       01 FPER-FILE-STATUS   PIC XX.
           88 FPER-FILE-OK       VALUE "00" "05".
       01 FPER-EOF-FLAG      PIC X.
           88 FPER-AT-EOF        VALUE "Y".
       01 LOADED-FLAG        PIC X VALUE "N".
           88 PERIODS-LOADED     VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 OVERFLOW-FLAG      PIC X VALUE "N".
           88 PERIOD-TABLE-FULL  VALUE "Y".

      * Forty years of thirteen periods - far beyond any master.
       01 PERIOD-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01 PERIOD-TABLE.
           05 PT-ENTRY OCCURS 520 TIMES.
               10 PT-PERIOD-ID   PIC X(7).
               10 PT-START-DATE  PIC X(10).
               10 PT-END-DATE    PIC X(10).
       01 PT-IDX             PIC 9(3) COMP-5.
       01 PT-HIT-IDX         PIC 9(3) COMP-5.

       01 MONTH-NO           PIC 99.
       01 YEAR-NO            PIC 9(4).
       01 DATE-DIGITS        PIC 9(8).
       01 DATE-DIGITS-X REDEFINES DATE-DIGITS PIC X(8).
       01 DAY-NO             PIC 9(8) COMP-5.

       LINKAGE SECTION.
           COPY CBPERQ.

       PROCEDURE DIVISION USING BY REFERENCE PERQ-REQUEST.

       0000-MAIN-LOGIC.
           IF NOT PERIODS-LOADED
               PERFORM 1000-LOAD-PERIODS
           END-IF
           MOVE "N" TO PERQ-FOUND-FLAG
           MOVE SPACES TO PERQ-START-DATE PERQ-END-DATE PERQ-YEAR
           MOVE 0 TO PERQ-PERIOD-NO
           MOVE 0 TO PT-HIT-IDX
           EVALUATE TRUE
               WHEN PERQ-BY-DATE
                   PERFORM VARYING PT-IDX FROM 1 BY 1
                           UNTIL PT-IDX > PERIOD-COUNT
                              OR PT-HIT-IDX > 0
                       IF PERQ-DATE NOT < PT-START-DATE(PT-IDX) AND
                          PERQ-DATE NOT > PT-END-DATE(PT-IDX)
                           MOVE PT-IDX TO PT-HIT-IDX
                       END-IF
                   END-PERFORM
               WHEN PERQ-BY-PERIOD
                   PERFORM VARYING PT-IDX FROM 1 BY 1
                           UNTIL PT-IDX > PERIOD-COUNT
                              OR PT-HIT-IDX > 0
                       IF PERQ-PERIOD-ID = PT-PERIOD-ID(PT-IDX)
                           MOVE PT-IDX TO PT-HIT-IDX
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   GOBACK
           END-EVALUATE

           IF PT-HIT-IDX > 0
               MOVE PT-PERIOD-ID(PT-HIT-IDX)  TO PERQ-PERIOD-ID
               MOVE PT-START-DATE(PT-HIT-IDX) TO PERQ-START-DATE
               MOVE PT-END-DATE(PT-HIT-IDX)   TO PERQ-END-DATE
               MOVE PERQ-PERIOD-ID(1:4)       TO PERQ-YEAR
               MOVE PERQ-PERIOD-ID(6:2)       TO PERQ-PERIOD-NO
               SET PERQ-IS-FISCAL TO TRUE
               SET PERQ-WAS-FOUND TO TRUE
               GOBACK
           END-IF

      * Calendar month - from the date, or from a YYYY-MM id. A
      * fiscal id the master does not carry is simply not found.
           SET PERQ-IS-CALENDAR TO TRUE
           IF PERQ-BY-DATE
               MOVE PERQ-DATE(1:7) TO PERQ-PERIOD-ID
           END-IF
           IF PERQ-PERIOD-ID(5:1) NOT = "-" OR
              PERQ-PERIOD-ID(1:4) NOT NUMERIC OR
              PERQ-PERIOD-ID(6:2) NOT NUMERIC
               GOBACK
           END-IF
           MOVE PERQ-PERIOD-ID(1:4) TO YEAR-NO
           MOVE PERQ-PERIOD-ID(6:2) TO MONTH-NO
           IF MONTH-NO < 1 OR MONTH-NO > 12 OR YEAR-NO < 1601
               GOBACK
           END-IF
           MOVE PERQ-PERIOD-ID(1:4) TO PERQ-YEAR
           MOVE MONTH-NO TO PERQ-PERIOD-NO
           MOVE SPACES TO PERQ-START-DATE
           STRING PERQ-PERIOD-ID DELIMITED BY SIZE
                  "-01"          DELIMITED BY SIZE
               INTO PERQ-START-DATE
           END-STRING
      * Last day of the month = the day before the next month's 1st.
           IF MONTH-NO = 12
               ADD 1 TO YEAR-NO
               MOVE 1 TO MONTH-NO
           ELSE
               ADD 1 TO MONTH-NO
           END-IF
           COMPUTE DATE-DIGITS = YEAR-NO * 10000 + MONTH-NO * 100 + 1
           COMPUTE DAY-NO = FUNCTION INTEGER-OF-DATE(DATE-DIGITS)
           SUBTRACT 1 FROM DAY-NO
           COMPUTE DATE-DIGITS = FUNCTION DATE-OF-INTEGER(DAY-NO)
           MOVE SPACES TO PERQ-END-DATE
           STRING DATE-DIGITS-X(1:4) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  DATE-DIGITS-X(5:2) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  DATE-DIGITS-X(7:2) DELIMITED BY SIZE
               INTO PERQ-END-DATE
           END-STRING
           SET PERQ-WAS-FOUND TO TRUE
           GOBACK.

       1000-LOAD-PERIODS.
           SET PERIODS-LOADED TO TRUE
           MOVE "N" TO FPER-EOF-FLAG
           OPEN INPUT FPERFILE
           IF NOT FPER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FPER-AT-EOF
               READ FPERFILE
                   AT END
                       SET FPER-AT-EOF TO TRUE
                   NOT AT END
                       IF PERIOD-COUNT < 520
                           ADD 1 TO PERIOD-COUNT
                           MOVE FPER-PERIOD-ID
                               TO PT-PERIOD-ID(PERIOD-COUNT)
                           MOVE FPER-START-DATE
                               TO PT-START-DATE(PERIOD-COUNT)
                           MOVE FPER-END-DATE
                               TO PT-END-DATE(PERIOD-COUNT)
                       ELSE
                           SET PERIOD-TABLE-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPERFILE
           IF PERIOD-TABLE-FULL
               MOVE "PERIOD-OF: SUMFPER OVER 520 PERIODS - REST IGNORED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       END PROGRAM PERIOD-OF.
