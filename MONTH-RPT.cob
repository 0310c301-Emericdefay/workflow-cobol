      * (Monday-Friday) so a short month of runs stands out.
      * Written to SUMMORPT through the shared report writer, so
      * the roll-up pages like every other report and files into
      * the report archive for reprint. The buckets are periods as
      * PERIOD-OF answers them - calendar months, or the fiscal
      * periods of a shop that keeps a fiscal period master - and
      * the business days are counted over each period's own start
      * and end dates. Ends with GOBACK, not
      * STOP RUN, so a
      * driver can also invoke it as a called step at period close.
      *****************************************************************
       01 NOTE-EOF-FLAG       PIC X.
           88 NOTE-AT-EOF         VALUE "Y".

      * One slot per period seen in the history - three years of
      * nightly runs fit comfortably.
       01 MONTH-COUNT         PIC 99 COMP-5 VALUE 0.
       01 MONTH-TABLE.
           05 MONTH-ENTRY OCCURS 36 TIMES.
               10 MNTH-HIGH-DATE  PIC X(10).
               10 MNTH-LOW        PIC S9(9)V99 COMP-3.
               10 MNTH-LOW-DATE   PIC X(10).
               10 MNTH-START-DATE PIC X(10).
               10 MNTH-END-DATE   PIC X(10).
               10 MNTH-BASIS      PIC X.
       01 MONTH-OVERFLOW-FLAG PIC X VALUE "N".
           88 MONTH-TABLE-FULL    VALUE "Y".

       01 MNTH-FOUND-FLAG     PIC X.
           88 MNTH-WAS-FOUND      VALUE "Y".
       01 RUN-MONTH           PIC X(7).
           COPY CBPERQ.
       01 BUCKET-LABEL        PIC X(6).
       01 FISCAL-SEEN-FLAG    PIC X VALUE "N".
           88 FISCAL-PERIODS-SEEN VALUE "Y".

      * Business-day counter work fields - each period is walked
      * day by day, start to end, against the intrinsic calendar.
       01 BDAY-COUNT          PIC 99.
       01 BDAY-DATE-NUM       PIC 9(8).
       01 BDAY-DATE-X REDEFINES BDAY-DATE-NUM PIC X(8).
       01 BDAY-INTEGER        PIC 9(9) COMP-5.
       01 BDAY-LAST-INTEGER   PIC 9(9) COMP-5.
       01 BDAY-DOW            PIC 9.

       01 MOM-CHANGE          PIC S9(15)V99 COMP-3.
           GOBACK.

       1000-ACCUMULATE-RUN.
      * Bucket this run under its period (YYYY-MM or YYYYPnn),
      * keeping the history's own order - SUMTREND is appended per
      * run, so the buckets come out chronological without a sort.
           SET PERQ-BY-DATE TO TRUE
           MOVE TREND-RUN-DATE TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           MOVE PERQ-PERIOD-ID TO RUN-MONTH
           MOVE "N" TO MNTH-FOUND-FLAG
           PERFORM VARYING MNTH-IDX FROM 1 BY 1
                   UNTIL MNTH-IDX > MONTH-COUNT
                   MOVE TREND-RUN-DATE TO MNTH-HIGH-DATE(MNTH-IDX)
                   MOVE TREND-TOTAL   TO MNTH-LOW(MNTH-IDX)
                   MOVE TREND-RUN-DATE TO MNTH-LOW-DATE(MNTH-IDX)
                   MOVE PERQ-START-DATE TO MNTH-START-DATE(MNTH-IDX)
                   MOVE PERQ-END-DATE TO MNTH-END-DATE(MNTH-IDX)
                   MOVE PERQ-BASIS TO MNTH-BASIS(MNTH-IDX)
                   IF PERQ-IS-FISCAL
                       SET FISCAL-PERIODS-SEEN TO TRUE
                   END-IF
               ELSE
                   IF NOT MONTH-TABLE-FULL
                       SET MONTH-TABLE-FULL TO TRUE
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "SUMMORPT" TO RW-FILE-NAME
           IF FISCAL-PERIODS-SEEN
               MOVE "PERIOD ROLL-UP" TO RW-TITLE
           ELSE
               MOVE "MONTHLY ROLL-UP" TO RW-TITLE
           END-IF
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           IF MONTH-COUNT = 0
           PERFORM 2200-COUNT-BUSINESS-DAYS
           MOVE BDAY-COUNT TO BDAY-EDITED

           IF MNTH-BASIS(MNTH-IDX) = "F"
               MOVE "PERIOD" TO BUCKET-LABEL
           ELSE
               MOVE "MONTH" TO BUCKET-LABEL
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING BUCKET-LABEL DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  MNTH-KEY(MNTH-IDX) DELIMITED BY SIZE
                  "  TOTAL: "        DELIMITED BY SIZE
                  TOTAL-EDITED       DELIMITED BY SIZE
                   AT END
                       SET NOTE-AT-EOF TO TRUE
                   NOT AT END
                       IF NOTE-RUN-DATE NOT <
                              MNTH-START-DATE(MNTH-IDX) AND
                          NOTE-RUN-DATE NOT > MNTH-END-DATE(MNTH-IDX)
                           MOVE SPACES TO RPT-LINE
                           STRING "  NOTE " DELIMITED BY SIZE
                                  NOTE-RUN-DATE DELIMITED BY SIZE
           CLOSE NOTEFILE.

       2200-COUNT-BUSINESS-DAYS.
      * Walk the period's days against the intrinsic calendar and
      * count Monday through Friday. Day 1 of month 1601-01 maps to
      * integer 1, a Monday, so MOD(integer, 7) of 1 through 5 is a
      * weekday and 6/0 the weekend.
           MOVE 0 TO BDAY-COUNT
           MOVE SPACES TO BDAY-DATE-X
           STRING MNTH-END-DATE(MNTH-IDX)(1:4) DELIMITED BY SIZE
                  MNTH-END-DATE(MNTH-IDX)(6:2) DELIMITED BY SIZE
                  MNTH-END-DATE(MNTH-IDX)(9:2) DELIMITED BY SIZE
               INTO BDAY-DATE-X
           END-STRING
           COMPUTE BDAY-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(BDAY-DATE-NUM)
           MOVE SPACES TO BDAY-DATE-X
           STRING MNTH-START-DATE(MNTH-IDX)(1:4) DELIMITED BY SIZE
                  MNTH-START-DATE(MNTH-IDX)(6:2) DELIMITED BY SIZE
                  MNTH-START-DATE(MNTH-IDX)(9:2) DELIMITED BY SIZE
               INTO BDAY-DATE-X
           END-STRING
           COMPUTE BDAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(BDAY-DATE-NUM)
           PERFORM UNTIL BDAY-INTEGER > BDAY-LAST-INTEGER
               COMPUTE BDAY-DOW = FUNCTION MOD(BDAY-INTEGER, 7)
               IF BDAY-DOW >= 1 AND BDAY-DOW <= 5
                   ADD 1 TO BDAY-COUNT
               END-IF
               ADD 1 TO BDAY-INTEGER
           END-PERFORM.

       END PROGRAM MONTH-RPT.
