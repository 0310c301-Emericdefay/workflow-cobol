      * 2-5 days, over 5), prints one workbench report (AGEWRKRPT)
      * and escalates any item older than the configurable limit
      * (AGELIMIT days in the environment, default 5) through
      * ALERT-NOTIFY. The bank reconciliation's open items (SUMBKUNB
      * bank lines, SUMBKUNO rows of ours, see CBBKITM) come onto
      * the workbench once open more than BANKAGE business days
      * (environment, default 3), as BANK-RECON counted them.
      * Suspected cross-shop duplicates the fan-out held out of the
      * consolidated total (SUMXDUP at status O, see CBXDUP) are
      * all listed until review confirms or releases them.
      *
      * RETURN-CODE: 0 nothing escalated, 4 items past the limit.
      *****************************************************************
           SELECT CORRQFILE ASSIGN TO "SUMCORRQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CORRQ-FILE-STATUS.
           SELECT BKUNBFILE ASSIGN TO "SUMBKUNB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKUNB-FILE-STATUS.
           SELECT BKUNOFILE ASSIGN TO "SUMBKUNO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BKUNO-FILE-STATUS.
           SELECT XDUPFILE ASSIGN TO "SUMXDUP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS XDUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRQFILE.
           COPY CBCORRQ.

       FD  BKUNBFILE.
           COPY CBBKITM.

       FD  BKUNOFILE.
           COPY CBBKITM REPLACING ==BKITEM-RECORD== BY ==BKUNO-RECORD==
                                  LEADING ==BKI-== BY ==BKO-==.

       FD  XDUPFILE.
           COPY CBXDUP.

       WORKING-STORAGE SECTION.
       01 QUAR-FILE-STATUS   PIC XX.
           88 QUAR-FILE-OK       VALUE "00".
           88 CORRQ-FILE-OK      VALUE "00".
       01 CORRQ-EOF-FLAG     PIC X.
           88 CORRQ-AT-EOF       VALUE "Y".
       01 BKUNB-FILE-STATUS  PIC XX.
           88 BKUNB-FILE-OK      VALUE "00".
       01 BKUNB-EOF-FLAG     PIC X.
           88 BKUNB-AT-EOF       VALUE "Y".
       01 BKUNO-FILE-STATUS  PIC XX.
           88 BKUNO-FILE-OK      VALUE "00".
       01 BKUNO-EOF-FLAG     PIC X.
           88 BKUNO-AT-EOF       VALUE "Y".
       01 XDUP-FILE-STATUS   PIC XX.
           88 XDUP-FILE-OK       VALUE "00".
       01 XDUP-EOF-FLAG      PIC X.
           88 XDUP-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 RPT-LINE           PIC X(80).
       01 ITEM-AGE-DAYS      PIC S9(5) COMP-3.
       01 AGE-LIMIT-DAYS     PIC 9(3) VALUE 5.
       01 AGE-LIMIT-INPUT    PIC X(3).
      * Bank open items count business days, not calendar days.
       01 BANK-AGE-BDAYS     PIC 9(3) VALUE 3.
       01 BANK-AGE-INPUT     PIC X(3).
       01 BDAYS-EDITED       PIC ZZ9.

      * One bucket row per source: 1 day, 2-5 days, over 5 days.
       01 SOURCE-IDX         PIC 9 COMP-5.
       01 BUCKET-TABLE.
           05 BUCKET-ROW OCCURS 6 TIMES.
               10 BK-SOURCE-NAME PIC X(20).
               10 BK-DAY1        PIC 9(5).
               10 BK-DAY2-5      PIC 9(5).
       01 BK-EDITED-E        PIC ZZ,ZZ9.
       01 ESCALATED-TOTAL    PIC 9(5) VALUE 0.
       01 AGE-EDITED         PIC ZZZZ9.
       01 XDUP-AMOUNT-EDITED PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           IF AGE-LIMIT-INPUT NUMERIC AND AGE-LIMIT-INPUT NOT = "000"
               MOVE AGE-LIMIT-INPUT TO AGE-LIMIT-DAYS
           END-IF
           ACCEPT BANK-AGE-INPUT FROM ENVIRONMENT "BANKAGE"
           IF BANK-AGE-INPUT NUMERIC AND BANK-AGE-INPUT NOT = "000"
               MOVE BANK-AGE-INPUT TO BANK-AGE-BDAYS
           END-IF

           INITIALIZE BUCKET-TABLE
           MOVE "QUARANTINE"  TO BK-SOURCE-NAME(1)
           MOVE "OPEN ALERTS" TO BK-SOURCE-NAME(2)
           MOVE "RETRY QUEUE" TO BK-SOURCE-NAME(3)
           MOVE "CORR REQS"   TO BK-SOURCE-NAME(4)
           MOVE "BANK OPEN"   TO BK-SOURCE-NAME(5)
           MOVE "XSHOP DUPS"  TO BK-SOURCE-NAME(6)

           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           PERFORM 3000-AGE-ALERT-LEDGER
           PERFORM 4000-AGE-RETRY-QUEUE
           PERFORM 4500-AGE-CORRECTION-REQUESTS
           PERFORM 4600-AGE-BANK-OPEN-ITEMS
           PERFORM 4700-AGE-CROSS-SHOP-DUPS
           PERFORM 5000-PRINT-BUCKET-SUMMARY

           MOVE "CLOSE" TO RW-ACTION
                           MOVE 4 TO SOURCE-IDX
                           PERFORM 8000-BUCKET-ONE-ITEM
                           IF ITEM-AGE-DAYS > AGE-LIMIT-DAYS
                               IF CRQ-LONG-KEY = SPACES
                                   MOVE CRQ-KEY TO CRQ-LONG-KEY
                               END-IF
                               MOVE SPACES TO RPT-LINE
                               STRING "  CORR REQ " DELIMITED BY SIZE
                                      CRQ-REQUEST-ID DELIMITED BY SIZE
                                      " KEY " DELIMITED BY SIZE
                                      CRQ-LONG-KEY DELIMITED BY SPACE
                                      " SENT " DELIMITED BY SIZE
                                      CRQ-SENT-DATE DELIMITED BY SIZE
                                   INTO RPT-LINE
           END-PERFORM
           CLOSE CORRQFILE.

       4600-AGE-BANK-OPEN-ITEMS.
      * Only what has stayed unmatched past the business-day limit -
      * a settlement a day or two behind is the bank's normal lag.
      * Every one of them is listed; the buckets and escalation run
      * on calendar age like the rest of the workbench.
           MOVE "N" TO BKUNB-EOF-FLAG
           OPEN INPUT BKUNBFILE
           IF BKUNB-FILE-OK
               PERFORM UNTIL BKUNB-AT-EOF
                   READ BKUNBFILE
                       AT END
                           SET BKUNB-AT-EOF TO TRUE
                       NOT AT END
                           IF BKI-BUS-DAYS-OPEN NUMERIC AND
                              BKI-BUS-DAYS-OPEN > BANK-AGE-BDAYS
                               MOVE BKI-FIRST-SEEN TO WORK-DATE
                               MOVE 5 TO SOURCE-IDX
                               PERFORM 8000-BUCKET-ONE-ITEM
                               MOVE BKI-BUS-DAYS-OPEN TO BDAYS-EDITED
                               MOVE SPACES TO RPT-LINE
                               STRING "  BANK LINE " DELIMITED BY SIZE
                                      BKI-KEY DELIMITED BY SPACE
                                      " VALUE " DELIMITED BY SIZE
                                      BKI-DATE DELIMITED BY SIZE
                                      " OPEN " DELIMITED BY SIZE
                                      BDAYS-EDITED DELIMITED BY SIZE
                                      " BUSINESS DAYS"
                                          DELIMITED BY SIZE
                                   INTO RPT-LINE
                               END-STRING
                               PERFORM 7000-WRITE-RPT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKUNBFILE
           END-IF
           MOVE "N" TO BKUNO-EOF-FLAG
           OPEN INPUT BKUNOFILE
           IF NOT BKUNO-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BKUNO-AT-EOF
               READ BKUNOFILE
                   AT END
                       SET BKUNO-AT-EOF TO TRUE
                   NOT AT END
                       IF BKO-BUS-DAYS-OPEN NUMERIC AND
                          BKO-BUS-DAYS-OPEN > BANK-AGE-BDAYS
                           MOVE BKO-FIRST-SEEN TO WORK-DATE
                           MOVE 5 TO SOURCE-IDX
                           PERFORM 8000-BUCKET-ONE-ITEM
                           MOVE BKO-BUS-DAYS-OPEN TO BDAYS-EDITED
                           MOVE SPACES TO RPT-LINE
                           STRING "  UNSETTLED KEY " DELIMITED BY SIZE
                                  BKO-KEY DELIMITED BY SPACE
                                  " OF " DELIMITED BY SIZE
                                  BKO-DATE DELIMITED BY SIZE
                                  " OPEN " DELIMITED BY SIZE
                                  BDAYS-EDITED DELIMITED BY SIZE
                                  " BUSINESS DAYS" DELIMITED BY SIZE
                               INTO RPT-LINE
                           END-STRING
                           PERFORM 7000-WRITE-RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKUNOFILE.

       4700-AGE-CROSS-SHOP-DUPS.
      * Money held out of the consolidated total stays in sight
      * until review settles it - every open one is listed, aged
      * from the business date it was held on.
           MOVE "N" TO XDUP-EOF-FLAG
           OPEN INPUT XDUPFILE
           IF NOT XDUP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL XDUP-AT-EOF
               READ XDUPFILE
                   AT END
                       SET XDUP-AT-EOF TO TRUE
                   NOT AT END
                       IF XDUP-IS-OPEN
                           MOVE XDUP-RUN-DATE TO WORK-DATE
                           MOVE 6 TO SOURCE-IDX
                           PERFORM 8000-BUCKET-ONE-ITEM
                           MOVE XDUP-AMOUNT TO XDUP-AMOUNT-EDITED
                           IF XDUP-LONG-KEY = SPACES
                               MOVE XDUP-KEY TO XDUP-LONG-KEY
                           END-IF
                           MOVE SPACES TO RPT-LINE
                           STRING "  XSHOP DUP " DELIMITED BY SIZE
                                  XDUP-LONG-KEY DELIMITED BY SPACE
                                  " OF " DELIMITED BY SIZE
                                  XDUP-RUN-DATE DELIMITED BY SIZE
                                  " SHOP " DELIMITED BY SIZE
                                  XDUP-SHOP-CODE DELIMITED BY SPACE
                                  " HELD " DELIMITED BY SIZE
                                  XDUP-AMOUNT-EDITED DELIMITED BY SIZE
                               INTO RPT-LINE
                           END-STRING
                           PERFORM 7000-WRITE-RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XDUPFILE.

       5000-PRINT-BUCKET-SUMMARY.
           MOVE "AGE BUCKETS (1 DAY / 2-5 / OVER 5 / ESCALATED):"
               TO RPT-LINE
           PERFORM 7000-WRITE-RPT-LINE
           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                   UNTIL SOURCE-IDX > 6
               MOVE BK-DAY1(SOURCE-IDX)      TO BK-EDITED-1
               MOVE BK-DAY2-5(SOURCE-IDX)    TO BK-EDITED-2
               MOVE BK-OVER5(SOURCE-IDX)     TO BK-EDITED-3
