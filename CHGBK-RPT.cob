       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBK-RPT.

      *****************************************************************
      * CHGBK-RPT - monthly chargeback for scan requests. REQ-DRIVER
      * and STREQ-ENQ run a growing number of other departments'
      * scans inside our window, and finance charges the departments
      * for them. Every response REQ-DRIVER wrote in the month (the
      * SUMRSPH history, see CBRESP) is sorted by requester, source
      * and time and priced from the rate card (SUMCHGRT, see
      * CBCHGRT) - per request, per thousand rows read, per minute
      * the scan held the window. Each request is priced on its
      * own, so the statement's lines add up to its totals exactly.
      * Only a scan that answered is charged - OK or NOROWS; a
      * request refused before its scan ran, or whose scan failed,
      * is listed as NOT CHARGED.
      *
      * Output:
      *   SUMCHGBK  the finance system's file (see CBCHGBK) - one
      *             detail per department and source, in the shop's
      *             header/trailer envelope, rewritten each run
      *   SUMCHGRPT one printed statement per department, each on a
      *             page of its own, through the shared report writer
      *             and so into the report archive for reprint
      * A department with no line on the rate card (and no *ALL*
      * line) is printed with its requests but not billed - nothing
      * goes to finance for it until the card is fixed and the month
      * rerun.
      *
      * The month is CHGMON (YYYY-MM) when set, otherwise the month
      * of the business date. Run on demand at month end - it is not
      * a nightly step.
      *
      * RC 0 = every department billed, 4 = a department not billed
      * for want of a rate, 8 = bad month or no response history.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSPHFILE ASSIGN TO "SUMRSPH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSPH-FILE-STATUS.
      * OPTIONAL - no card prices nothing; every department is then
      * listed unbilled.
           SELECT OPTIONAL CHGRTFILE ASSIGN TO "SUMCHGRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHGRT-FILE-STATUS.
           SELECT CHGBKFILE ASSIGN TO "SUMCHGBK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHGBK-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT SORTFILE ASSIGN TO "SRTCHGBK".

       DATA DIVISION.
       FILE SECTION.
       FD  RSPHFILE.
           COPY CBRESP.

       FD  CHGRTFILE.
           COPY CBCHGRT.

       FD  CHGBKFILE.
           COPY CBCHGBK.

       FD  BDATEFILE.
           COPY CBBDATE.

       SD  SORTFILE.
       01  SRT-RECORD.
           05 SRT-DEPARTMENT    PIC X(8).
           05 SRT-SOURCE        PIC X(4).
           05 SRT-TIMESTAMP     PIC X(16).
           05 SRT-TABLE-NAME    PIC X(30).
           05 SRT-OUTCOME       PIC X(8).
           05 SRT-ROWS          PIC 9(9).
           05 SRT-ELAPSED-SECS  PIC 9(7).

       WORKING-STORAGE SECTION.
       01 RSPH-FILE-STATUS    PIC XX.
           88 RSPH-FILE-OK        VALUE "00".
       01 CHGRT-FILE-STATUS   PIC XX.
           88 CHGRT-FILE-OK       VALUE "00" "05".
       01 CHGBK-FILE-STATUS   PIC XX.
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 RSPH-EOF-FLAG       PIC X.
           88 RSPH-AT-EOF         VALUE "Y".
       01 CHGRT-EOF-FLAG      PIC X.
           88 CHGRT-AT-EOF        VALUE "Y".
       01 SORT-EOF-FLAG       PIC X.
           88 SORT-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 REPORT-MONTH        PIC X(7).
       01 CURRENT-DATE-WORK   PIC X(8).

      * The rate card, loaded once - the month's price for each
      * department is picked from it at the department's break.
       01 RATE-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 RATE-TABLE-WS.
           05 RATE-ENTRY OCCURS 200 TIMES.
               10 RT-REQUESTER    PIC X(8).
               10 RT-EFFECTIVE    PIC X(7).
               10 RT-PER-REQUEST  PIC 9(5)V99.
               10 RT-PER-KROWS    PIC 9(3)V9(4).
               10 RT-PER-MINUTE   PIC 9(5)V99.
       01 RATE-IDX            PIC 9(3) COMP-5.
       01 RATE-HIT-IDX        PIC 9(3) COMP-5.
       01 RATE-KEY            PIC X(8).

      * The department being charged and the price it pays.
       01 CURRENT-DEPARTMENT  PIC X(8).
       01 CURRENT-SOURCE      PIC X(4).
       01 DEPT-RATED-FLAG     PIC X.
           88 DEPT-IS-RATED       VALUE "Y".
       01 DEPT-RATE-BASIS     PIC X(8).
       01 DEPT-RATE-EFFECTIVE PIC X(7).
       01 DEPT-PER-REQUEST    PIC 9(5)V99.
       01 DEPT-PER-KROWS      PIC 9(3)V9(4).
       01 DEPT-PER-MINUTE     PIC 9(5)V99.

      * One request's price, and the running figures for the source
      * and the department.
       01 REQ-CHARGED-FLAG    PIC X.
           88 REQ-IS-CHARGED      VALUE "Y".
       01 REQ-REQUEST-CHARGE  PIC 9(7)V99.
       01 REQ-ROWS-CHARGE     PIC 9(7)V99.
       01 REQ-TIME-CHARGE     PIC 9(7)V99.
       01 REQ-TOTAL-CHARGE    PIC 9(7)V99.
       01 SOURCE-FIGURES.
           05 SRC-REQUESTS       PIC 9(5).
           05 SRC-NOT-CHARGED    PIC 9(5).
           05 SRC-ROWS           PIC 9(11).
           05 SRC-ELAPSED-SECS   PIC 9(9).
           05 SRC-REQUEST-CHARGE PIC 9(9)V99.
           05 SRC-ROWS-CHARGE    PIC 9(9)V99.
           05 SRC-TIME-CHARGE    PIC 9(9)V99.
           05 SRC-TOTAL-CHARGE   PIC 9(9)V99.
       01 DEPARTMENT-FIGURES.
           05 DPT-REQUESTS       PIC 9(5).
           05 DPT-NOT-CHARGED    PIC 9(5).
           05 DPT-REQUEST-CHARGE PIC 9(9)V99.
           05 DPT-ROWS-CHARGE    PIC 9(9)V99.
           05 DPT-TIME-CHARGE    PIC 9(9)V99.
           05 DPT-TOTAL-CHARGE   PIC 9(9)V99.

       01 DEPARTMENTS-LISTED  PIC 9(5) VALUE 0.
       01 DEPARTMENTS-UNRATED PIC 9(5) VALUE 0.
       01 REQUESTS-LISTED     PIC 9(7) VALUE 0.
       01 GRAND-TOTAL-CHARGE  PIC 9(11)V99 VALUE 0.
       01 CHGBK-DETAIL-COUNT  PIC 9(7) VALUE 0.
       01 CHGBK-HASH          PIC 9(15) COMP-3 VALUE 0.

       01 COUNT-EDITED        PIC ZZZZ9.
       01 COUNT-2-EDITED      PIC ZZZZ9.
       01 ROWS-EDITED         PIC ZZZ,ZZZ,ZZ9.
       01 SECS-EDITED         PIC ZZZZ,ZZ9.
       01 CHARGE-EDITED       PIC ZZZ,ZZ9.99.
       01 TOTAL-EDITED        PIC ZZZ,ZZZ,ZZ9.99.
       01 RATE-REQ-EDITED     PIC ZZ,ZZ9.99.
       01 RATE-KROWS-EDITED   PIC ZZ9.9999.
       01 RATE-MIN-EDITED     PIC ZZ,ZZ9.99.
       01 TS-EDITED           PIC X(10).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 0100-SET-REPORT-MONTH
           IF REPORT-MONTH(1:4) IS NOT NUMERIC OR
              REPORT-MONTH(5:1) NOT = "-" OR
              REPORT-MONTH(6:2) IS NOT NUMERIC
               MOVE SPACES TO LOG-TEXT
               STRING "CHARGEBACK: BAD MONTH " DELIMITED BY SIZE
                      REPORT-MONTH DELIMITED BY SIZE
                      " - USE YYYY-MM" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT RSPHFILE
           IF NOT RSPH-FILE-OK
               MOVE "CHARGEBACK: NO SUMRSPH HISTORY - NOTHING TO CHARGE"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE RSPHFILE
           PERFORM 0200-LOAD-RATE-CARD

           OPEN OUTPUT CHGBKFILE
           MOVE SPACES TO CHGBK-RECORD
           SET CHB-IS-HEADER TO TRUE
           MOVE REPORT-MONTH TO CHB-HDR-MONTH
           MOVE FUNCTION CURRENT-DATE (1:16) TO CHB-HDR-CREATED-TS
           WRITE CHGBK-RECORD
           PERFORM 6000-START-REPORT

           SORT SORTFILE
               ON ASCENDING KEY SRT-DEPARTMENT SRT-SOURCE
                                SRT-TIMESTAMP
               INPUT PROCEDURE IS 2000-GATHER-RESPONSES
               OUTPUT PROCEDURE IS 4000-CHARGE-DEPARTMENTS

           MOVE SPACES TO CHGBK-RECORD
           SET CHB-IS-TRAILER TO TRUE
           MOVE CHGBK-DETAIL-COUNT TO CHB-TRL-COUNT
           MOVE CHGBK-HASH TO CHB-TRL-HASH
           WRITE CHGBK-RECORD
           CLOSE CHGBKFILE

           PERFORM 6600-PRINT-TOTALS
           PERFORM 6900-END-REPORT

           MOVE DEPARTMENTS-LISTED TO COUNT-EDITED
           MOVE GRAND-TOTAL-CHARGE TO TOTAL-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "CHARGEBACK: " DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " DEPARTMENTS, BILLED" DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT

           IF DEPARTMENTS-UNRATED > 0
               MOVE DEPARTMENTS-UNRATED TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "CHARGEBACK:" DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " DEPARTMENT(S) NOT BILLED - NO RATE ON SUMCHGRT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-SET-REPORT-MONTH.
      * CHGMON names a month explicitly (last month's bill rerun on
      * the 2nd); otherwise the business date's month, the wall
      * clock's when there is no card.
           MOVE SPACES TO REPORT-MONTH
           ACCEPT REPORT-MONTH FROM ENVIRONMENT "CHGMON"
           IF REPORT-MONTH = SPACES
               OPEN INPUT BDATEFILE
               IF BDATE-FILE-OK
                   READ BDATEFILE
                       NOT AT END
                           MOVE BDATE-BUSINESS-DATE(1:7)
                               TO REPORT-MONTH
                   END-READ
                   CLOSE BDATEFILE
               END-IF
           END-IF
           IF REPORT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO CURRENT-DATE-WORK
               STRING CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                   INTO REPORT-MONTH
               END-STRING
           END-IF.

       0200-LOAD-RATE-CARD.
      * Lines not yet effective for the month are of no use to it.
           MOVE "N" TO CHGRT-EOF-FLAG
           OPEN INPUT CHGRTFILE
           IF NOT CHGRT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHGRT-AT-EOF
               READ CHGRTFILE
                   AT END
                       SET CHGRT-AT-EOF TO TRUE
                   NOT AT END
                       IF CHR-REQUESTER NOT = SPACES AND
                          CHR-EFFECTIVE NOT > REPORT-MONTH AND
                          RATE-COUNT < 200
                           PERFORM 0210-TAKE-RATE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHGRTFILE.

       0210-TAKE-RATE-LINE.
           IF CHR-PER-REQUEST IS NOT NUMERIC OR
              CHR-PER-KROWS IS NOT NUMERIC OR
              CHR-PER-MINUTE IS NOT NUMERIC
               MOVE SPACES TO LOG-TEXT
               STRING "CHARGEBACK: RATE LINE FOR " DELIMITED BY SIZE
                      CHR-REQUESTER DELIMITED BY SPACE
                      " NOT NUMERIC - IGNORED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RATE-COUNT
           MOVE CHR-REQUESTER   TO RT-REQUESTER(RATE-COUNT)
           MOVE CHR-EFFECTIVE   TO RT-EFFECTIVE(RATE-COUNT)
           MOVE CHR-PER-REQUEST TO RT-PER-REQUEST(RATE-COUNT)
           MOVE CHR-PER-KROWS   TO RT-PER-KROWS(RATE-COUNT)
           MOVE CHR-PER-MINUTE  TO RT-PER-MINUTE(RATE-COUNT).

       2000-GATHER-RESPONSES.
           MOVE "N" TO RSPH-EOF-FLAG
           OPEN INPUT RSPHFILE
           PERFORM UNTIL RSPH-AT-EOF
               READ RSPHFILE
                   AT END
                       SET RSPH-AT-EOF TO TRUE
                   NOT AT END
                       IF RSP-TIMESTAMP(1:4) = REPORT-MONTH(1:4) AND
                          RSP-TIMESTAMP(5:2) = REPORT-MONTH(6:2)
                           PERFORM 2100-RELEASE-RESPONSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RSPHFILE.

       2100-RELEASE-RESPONSE.
           MOVE RSP-REQUESTER    TO SRT-DEPARTMENT
           IF RSP-SOURCE = "SUBS"
               MOVE "SUBS" TO SRT-SOURCE
           ELSE
               MOVE "HAND" TO SRT-SOURCE
           END-IF
           MOVE RSP-TIMESTAMP    TO SRT-TIMESTAMP
           MOVE RSP-TABLE-NAME   TO SRT-TABLE-NAME
           MOVE RSP-OUTCOME-CODE TO SRT-OUTCOME
      * Records from before the elapsed time was kept read short.
           IF RSP-ROWS IS NUMERIC
               MOVE RSP-ROWS TO SRT-ROWS
           ELSE
               MOVE ZERO TO SRT-ROWS
           END-IF
           IF RSP-ELAPSED-SECS IS NUMERIC
               MOVE RSP-ELAPSED-SECS TO SRT-ELAPSED-SECS
           ELSE
               MOVE ZERO TO SRT-ELAPSED-SECS
           END-IF
           RELEASE SRT-RECORD.

       4000-CHARGE-DEPARTMENTS.
           MOVE SPACES TO CURRENT-DEPARTMENT
           MOVE SPACES TO CURRENT-SOURCE
           MOVE "N" TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-AT-EOF
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-EOF TO TRUE
                   NOT AT END
                       IF SRT-DEPARTMENT NOT = CURRENT-DEPARTMENT
                           PERFORM 4400-END-SOURCE
                           PERFORM 4200-END-DEPARTMENT
                           PERFORM 4100-START-DEPARTMENT
                           PERFORM 4300-START-SOURCE
                       END-IF
                       IF SRT-SOURCE NOT = CURRENT-SOURCE
                           PERFORM 4400-END-SOURCE
                           PERFORM 4300-START-SOURCE
                       END-IF
                       PERFORM 4500-CHARGE-REQUEST
               END-RETURN
           END-PERFORM
           PERFORM 4400-END-SOURCE
           PERFORM 4200-END-DEPARTMENT
           IF DEPARTMENTS-LISTED = 0
               MOVE "NO SCAN REQUESTS WORKED IN THE MONTH" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       4100-START-DEPARTMENT.
      * Every statement after the first starts a page of its own.
           MOVE SRT-DEPARTMENT TO CURRENT-DEPARTMENT
           MOVE SPACES TO CURRENT-SOURCE
           INITIALIZE DEPARTMENT-FIGURES
           IF DEPARTMENTS-LISTED > 0
               MOVE "PAGE" TO RW-ACTION
               CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           END-IF
           ADD 1 TO DEPARTMENTS-LISTED
           PERFORM 4150-FIND-DEPARTMENT-RATE

           STRING "STATEMENT FOR DEPARTMENT " DELIMITED BY SIZE
                  CURRENT-DEPARTMENT DELIMITED BY SIZE
                  "   MONTH " DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF DEPT-IS-RATED
               MOVE DEPT-PER-REQUEST TO RATE-REQ-EDITED
               MOVE DEPT-PER-KROWS   TO RATE-KROWS-EDITED
               MOVE DEPT-PER-MINUTE  TO RATE-MIN-EDITED
               STRING "RATES: PER REQUEST" DELIMITED BY SIZE
                      RATE-REQ-EDITED DELIMITED BY SIZE
                      "  PER 1000 ROWS" DELIMITED BY SIZE
                      RATE-KROWS-EDITED DELIMITED BY SIZE
                      "  PER MINUTE" DELIMITED BY SIZE
                      RATE-MIN-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               STRING "       RATE CARD LINE " DELIMITED BY SIZE
                      DEPT-RATE-BASIS DELIMITED BY SPACE
                      " EFFECTIVE " DELIMITED BY SIZE
                      DEPT-RATE-EFFECTIVE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           ELSE
               ADD 1 TO DEPARTMENTS-UNRATED
               MOVE "** NO RATE ON SUMCHGRT - LISTED, NOT BILLED **"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "  DATE       SRC  TABLE                OUTCOME"
               TO RPT-LINE
           MOVE "ROWS SECONDS        CHARGE" TO RPT-LINE(55:)
           PERFORM 6800-WRITE-RPT-LINE.

       4150-FIND-DEPARTMENT-RATE.
      * The department's own line beats *ALL*; among a requester's
      * lines the latest effective one prices the month.
           MOVE "N" TO DEPT-RATED-FLAG
           MOVE CURRENT-DEPARTMENT TO RATE-KEY
           PERFORM 4160-PICK-RATE-LINE
           IF RATE-HIT-IDX = 0
               MOVE "*ALL*" TO RATE-KEY
               PERFORM 4160-PICK-RATE-LINE
           END-IF
           IF RATE-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           SET DEPT-IS-RATED TO TRUE
           MOVE RT-REQUESTER(RATE-HIT-IDX)   TO DEPT-RATE-BASIS
           MOVE RT-EFFECTIVE(RATE-HIT-IDX)   TO DEPT-RATE-EFFECTIVE
           MOVE RT-PER-REQUEST(RATE-HIT-IDX) TO DEPT-PER-REQUEST
           MOVE RT-PER-KROWS(RATE-HIT-IDX)   TO DEPT-PER-KROWS
           MOVE RT-PER-MINUTE(RATE-HIT-IDX)  TO DEPT-PER-MINUTE.

       4160-PICK-RATE-LINE.
           MOVE 0 TO RATE-HIT-IDX
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF RT-REQUESTER(RATE-IDX) = RATE-KEY
                   IF RATE-HIT-IDX = 0
                       MOVE RATE-IDX TO RATE-HIT-IDX
                   ELSE
                       IF RT-EFFECTIVE(RATE-IDX) NOT <
                          RT-EFFECTIVE(RATE-HIT-IDX)
                           MOVE RATE-IDX TO RATE-HIT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4200-END-DEPARTMENT.
           IF CURRENT-DEPARTMENT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           MOVE DPT-REQUESTS TO COUNT-EDITED
           MOVE DPT-NOT-CHARGED TO COUNT-2-EDITED
           STRING "REQUESTS " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  "   NOT CHARGED " DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE DPT-REQUEST-CHARGE TO TOTAL-EDITED
           STRING "REQUEST CHARGE      " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE DPT-ROWS-CHARGE TO TOTAL-EDITED
           STRING "ROWS CHARGE         " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE DPT-TIME-CHARGE TO TOTAL-EDITED
           STRING "TIME CHARGE         " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE DPT-TOTAL-CHARGE TO TOTAL-EDITED
           IF DEPT-IS-RATED
               STRING "TOTAL DUE           " DELIMITED BY SIZE
                      TOTAL-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "TOTAL DUE           NOT BILLED - NO RATE"
                   TO RPT-LINE
           END-IF
           PERFORM 6850-WRITE-TOTAL-LINE.

       4300-START-SOURCE.
           MOVE SRT-SOURCE TO CURRENT-SOURCE
           INITIALIZE SOURCE-FIGURES.

       4400-END-SOURCE.
      * One finance detail per department and source - only for a
      * department the card prices.
           IF CURRENT-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT DEPT-IS-RATED
               MOVE SPACES TO CURRENT-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHGBK-RECORD
           SET CHB-IS-DETAIL TO TRUE
           MOVE REPORT-MONTH       TO CHB-MONTH
           MOVE CURRENT-DEPARTMENT TO CHB-DEPARTMENT
           MOVE CURRENT-SOURCE     TO CHB-SOURCE
           MOVE SRC-REQUESTS       TO CHB-REQUESTS
           MOVE SRC-NOT-CHARGED    TO CHB-NOT-CHARGED
           MOVE SRC-ROWS           TO CHB-ROWS
           MOVE SRC-ELAPSED-SECS   TO CHB-ELAPSED-SECS
           MOVE SRC-REQUEST-CHARGE TO CHB-REQUEST-CHARGE
           MOVE SRC-ROWS-CHARGE    TO CHB-ROWS-CHARGE
           MOVE SRC-TIME-CHARGE    TO CHB-TIME-CHARGE
           MOVE SRC-TOTAL-CHARGE   TO CHB-TOTAL-CHARGE
           WRITE CHGBK-RECORD
           ADD 1 TO CHGBK-DETAIL-COUNT
      * In cents, high-order overflow dropped - the CBDETL envelope
      * hash convention.
           COMPUTE CHGBK-HASH =
               FUNCTION MOD(CHGBK-HASH + SRC-TOTAL-CHARGE * 100,
                            1000000000000000)
           ADD SRC-TOTAL-CHARGE TO GRAND-TOTAL-CHARGE
           MOVE SPACES TO CURRENT-SOURCE.

       4500-CHARGE-REQUEST.
      * Each piece is rounded to the cent on the request itself, so
      * the statement lines add to the totals.
           ADD 1 TO SRC-REQUESTS
           ADD 1 TO DPT-REQUESTS
           ADD 1 TO REQUESTS-LISTED
           MOVE ZERO TO REQ-REQUEST-CHARGE
           MOVE ZERO TO REQ-ROWS-CHARGE
           MOVE ZERO TO REQ-TIME-CHARGE
           MOVE ZERO TO REQ-TOTAL-CHARGE
           IF SRT-OUTCOME = "OK" OR SRT-OUTCOME = "NOROWS"
               SET REQ-IS-CHARGED TO TRUE
           ELSE
               MOVE "N" TO REQ-CHARGED-FLAG
               ADD 1 TO SRC-NOT-CHARGED
               ADD 1 TO DPT-NOT-CHARGED
           END-IF
           IF REQ-IS-CHARGED
               ADD SRT-ROWS TO SRC-ROWS
               ADD SRT-ELAPSED-SECS TO SRC-ELAPSED-SECS
           END-IF
           IF REQ-IS-CHARGED AND DEPT-IS-RATED
               MOVE DEPT-PER-REQUEST TO REQ-REQUEST-CHARGE
               COMPUTE REQ-ROWS-CHARGE ROUNDED =
                   SRT-ROWS * DEPT-PER-KROWS / 1000
               COMPUTE REQ-TIME-CHARGE ROUNDED =
                   SRT-ELAPSED-SECS * DEPT-PER-MINUTE / 60
               COMPUTE REQ-TOTAL-CHARGE = REQ-REQUEST-CHARGE +
                   REQ-ROWS-CHARGE + REQ-TIME-CHARGE
               ADD REQ-REQUEST-CHARGE TO SRC-REQUEST-CHARGE
               ADD REQ-ROWS-CHARGE    TO SRC-ROWS-CHARGE
               ADD REQ-TIME-CHARGE    TO SRC-TIME-CHARGE
               ADD REQ-TOTAL-CHARGE   TO SRC-TOTAL-CHARGE
               ADD REQ-REQUEST-CHARGE TO DPT-REQUEST-CHARGE
               ADD REQ-ROWS-CHARGE    TO DPT-ROWS-CHARGE
               ADD REQ-TIME-CHARGE    TO DPT-TIME-CHARGE
               ADD REQ-TOTAL-CHARGE   TO DPT-TOTAL-CHARGE
           END-IF

           MOVE SPACES TO TS-EDITED
           STRING SRT-TIMESTAMP(1:4) "-" SRT-TIMESTAMP(5:2) "-"
                  SRT-TIMESTAMP(7:2)
                  DELIMITED BY SIZE
               INTO TS-EDITED
           END-STRING
           MOVE SRT-ROWS TO ROWS-EDITED
           MOVE SRT-ELAPSED-SECS TO SECS-EDITED
           MOVE REQ-TOTAL-CHARGE TO CHARGE-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  TS-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRT-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRT-TABLE-NAME(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRT-OUTCOME DELIMITED BY SIZE
                  ROWS-EDITED DELIMITED BY SIZE
                  SECS-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           IF REQ-IS-CHARGED
               MOVE CHARGE-EDITED TO RPT-LINE(71:)
           ELSE
               MOVE "NOT CHARGED" TO RPT-LINE(70:)
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"      TO RW-ACTION
           MOVE "SUMCHGRPT" TO RW-FILE-NAME
           MOVE "SCAN REQUEST CHARGEBACK" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6600-PRINT-TOTALS.
      * The month's summary closes the run on a page of its own,
      * for finance to tick against the SUMCHGBK trailer.
           MOVE "PAGE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           STRING "CHARGEBACK SUMMARY FOR " DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE DEPARTMENTS-LISTED TO COUNT-EDITED
           STRING "DEPARTMENTS LISTED       " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE DEPARTMENTS-UNRATED TO COUNT-EDITED
           STRING "DEPARTMENTS NOT BILLED   " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE REQUESTS-LISTED TO ROWS-EDITED
           STRING "REQUESTS LISTED    " DELIMITED BY SIZE
                  ROWS-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE GRAND-TOTAL-CHARGE TO TOTAL-EDITED
           STRING "TOTAL BILLED       " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE.

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

       END PROGRAM CHGBK-RPT.
