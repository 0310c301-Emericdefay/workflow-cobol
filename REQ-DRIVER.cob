      * card is saved before the pass and put back afterward, and
      * the queue is cleared once worked.
      *
      * A request for a date range that aged out of the live table
      * names *HIST* as its database: the history database the
      * archival register (SUMARCHR, see CBARCHR) records for the
      * table and the filter's year is scanned instead - the range
      * must sit inside one year, and NOHIST answers when no year
      * was ever moved. A request against the live database whose
      * range starts before the table's archive cutoff is worked as
      * asked, with a warning that the older rows are in history.
      *
      * Every response also goes onto the SUMRSPH history with the
      * seconds its scan held the window, so the departments can be
      * charged for the work at month end (CHGBK-RPT).
      *
      * RC 0 = every request worked clean, 4 = at least one request
      * refused or failed, 8 = queue unreadable.
      *****************************************************************
           SELECT REPLYFILE ASSIGN TO DYNAMIC REPLY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REPLY-FILE-STATUS.
           SELECT OPTIONAL ARCHRFILE ASSIGN TO "SUMARCHR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHR-FILE-STATUS.
      * OPTIONAL - the first pass starts the history.
           SELECT OPTIONAL RSPHFILE ASSIGN TO "SUMRSPH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSPH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLYFILE.
       01  REPLY-LINE           PIC X(80).

       FD  ARCHRFILE.
           COPY CBARCHR.

       FD  RSPHFILE.
           COPY CBRESP REPLACING LEADING ==RSP-== BY ==RSPH-==
                                 ==RESP-RECORD== BY ==RSPH-RECORD==.

       WORKING-STORAGE SECTION.
       01 REQQ-FILE-STATUS    PIC XX.
           88 REQQ-FILE-OK        VALUE "00".
       01 RESP-FILE-STATUS    PIC XX.
       01 RSPH-FILE-STATUS    PIC XX.
       01 PARM-FILE-STATUS    PIC XX.
           88 PARM-FILE-OK        VALUE "00".
       01 STAT-FILE-STATUS    PIC XX.
           88 RPT-FILE-OK         VALUE "00".
       01 REPLY-FILE-STATUS   PIC XX.
       01 REPLY-FILE-NAME     PIC X(30).
       01 ARCHR-FILE-STATUS   PIC XX.
           88 ARCHR-FILE-OK       VALUE "00".
       01 ARCHR-EOF-FLAG      PIC X.
           88 ARCHR-AT-EOF        VALUE "Y".
       01 REQQ-EOF-FLAG       PIC X.
           88 REQQ-AT-EOF         VALUE "Y".
       01 RPT-EOF-FLAG        PIC X.
      * The live card, saved whole before the pass and put back
      * after - ad-hoc requests must not leave the nightly job
      * pointing at somebody else's table.
       01 SAVED-PARM-IMAGE    PIC X(538).
       01 CARD-SAVED-FLAG     PIC X VALUE "N".
           88 LIVE-CARD-SAVED     VALUE "Y".

       01 SCAN-MISSING-FLAG   PIC X.
           88 SCAN-NOT-LINKED     VALUE "Y".

      * The years the archival job has moved, loaded once - which
      * history database holds a table's year, and how far back the
      * live table now reaches.
       01 ARCH-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 ARCH-TABLE-WS.
           05 ARCH-ENTRY OCCURS 200 TIMES.
               10 AW-TABLE-NAME  PIC X(30).
               10 AW-LIVE-DBNAME PIC X(64).
               10 AW-HIST-DBNAME PIC X(64).
               10 AW-YEAR        PIC X(4).
               10 AW-CUTOFF-DATE PIC X(10).
       01 ARCH-IDX            PIC 9(3) COMP-5.
       01 HIST-DBNAME         PIC X(64).
       01 HIST-REASON         PIC X(40).
       01 LIVE-CUTOFF-DATE    PIC X(10).

      * The scan's elapsed seconds, clocked around the call the way
      * TEST-SUM clocks its own run.
       01 SCAN-START-SECS     PIC 9(5).
       01 SCAN-ELAPSED-SECS   PIC S9(7).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           END-IF

           PERFORM 1100-SAVE-LIVE-CARD
           PERFORM 1300-LOAD-ARCHIVE-REGISTER

           OPEN OUTPUT RESPFILE
           OPEN EXTEND RSPHFILE
           PERFORM 2000-WORK-ONE-REQUEST
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > REQ-COUNT
           CLOSE RSPHFILE
           CLOSE RESPFILE

           PERFORM 1200-RESTORE-LIVE-CARD
           CLOSE REQQUEUE

           MOVE REQ-COUNT TO WORKED-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "REQUESTS: " DELIMITED BY SIZE
                  WORKED-EDITED DELIMITED BY SIZE
                  " WORKED FROM THE QUEUE" DELIMITED BY SIZE
           END-IF
           CLOSE PARMFILE.

       1300-LOAD-ARCHIVE-REGISTER.
      * Only committed moves count - a refused year left its rows in
      * the live table.
           MOVE "N" TO ARCHR-EOF-FLAG
           OPEN INPUT ARCHRFILE
           IF NOT ARCHR-FILE-OK
               IF ARCHR-FILE-STATUS = "05"
                   CLOSE ARCHRFILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARCHR-AT-EOF
               READ ARCHRFILE
                   AT END
                       SET ARCHR-AT-EOF TO TRUE
                   NOT AT END
                       IF AR-IS-MOVED AND ARCH-COUNT < 200
                           ADD 1 TO ARCH-COUNT
                           MOVE AR-TABLE-NAME
                               TO AW-TABLE-NAME(ARCH-COUNT)
                           MOVE AR-LIVE-DBNAME
                               TO AW-LIVE-DBNAME(ARCH-COUNT)
                           MOVE AR-HIST-DBNAME
                               TO AW-HIST-DBNAME(ARCH-COUNT)
                           MOVE AR-YEAR TO AW-YEAR(ARCH-COUNT)
                           MOVE AR-CUTOFF-DATE
                               TO AW-CUTOFF-DATE(ARCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHRFILE.

       2000-WORK-ONE-REQUEST.
           MOVE REQ-ENTRY(REQ-IDX) TO REQ-RECORD
           MOVE SPACES TO RESP-RECORD
           MOVE REQ-TABLE-NAME TO RSP-TABLE-NAME
           MOVE ZERO TO RSP-TOTAL
           MOVE ZERO TO RSP-ROWS
           MOVE ZERO TO RSP-ELAPSED-SECS
           MOVE FUNCTION CURRENT-DATE (1:16) TO RSP-TIMESTAMP
      * Subscription-filed requests say so on their responses - the
      * credit team can tell their Monday standing ask from a
      * hand-filed one.
           MOVE REQ-SOURCE TO RSP-SOURCE

           IF REQ-DBNAME = "*HIST*"
               PERFORM 2050-RESOLVE-HISTORY-DB
               IF HIST-DBNAME = SPACES
                   MOVE "NOHIST" TO RSP-OUTCOME-CODE
                   ADD 1 TO FAILED-COUNT
                   MOVE SPACES TO LOG-TEXT
                   STRING "REQUEST FROM " DELIMITED BY SIZE
                          REQ-REQUESTER   DELIMITED BY SPACE
                          " REFUSED - " DELIMITED BY SIZE
                          HIST-REASON DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   PERFORM 2900-WRITE-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               MOVE HIST-DBNAME TO REQ-DBNAME
           ELSE
               PERFORM 2060-CHECK-RANGE-ARCHIVED
           END-IF

      * Build the request's card - always a preview, so ad-hoc work
      * never touches the nightly job's official output.
           MOVE SPACES TO PARM-RECORD
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               PERFORM 2900-WRITE-RESPONSE
               EXIT PARAGRAPH
           END-IF

           CLOSE PARMFILE

           MOVE "N" TO SCAN-MISSING-FLAG
           MOVE FUNCTION SECONDS-PAST-MIDNIGHT TO SCAN-START-SECS
           CALL "TEST-SUM"
               ON EXCEPTION
                   SET SCAN-NOT-LINKED TO TRUE
           IF SCAN-NOT-LINKED
               MOVE "NOSCAN" TO RSP-OUTCOME-CODE
               ADD 1 TO FAILED-COUNT
               PERFORM 2900-WRITE-RESPONSE
               EXIT PARAGRAPH
           END-IF
           CANCEL "TEST-SUM"
           COMPUTE SCAN-ELAPSED-SECS =
               FUNCTION SECONDS-PAST-MIDNIGHT - SCAN-START-SECS
           IF SCAN-ELAPSED-SECS < 0
      * The scan crossed midnight.
               ADD 86400 TO SCAN-ELAPSED-SECS
           END-IF
           MOVE SCAN-ELAPSED-SECS TO RSP-ELAPSED-SECS

           PERFORM 2100-TAKE-RUN-STATUS
           PERFORM 2200-COPY-REPORT
               WHEN OTHER
                   ADD 1 TO FAILED-COUNT
           END-EVALUATE
           PERFORM 2900-WRITE-RESPONSE.

       2050-RESOLVE-HISTORY-DB.
      * One history database per year, so the range must start and
      * end inside one year; the latest committed move for the table
      * and year names the database.
           MOVE SPACES TO HIST-DBNAME
           MOVE SPACES TO HIST-REASON
           IF REQ-FILTER-START = SPACES
               MOVE "*HIST* NEEDS A START DATE" TO HIST-REASON
               EXIT PARAGRAPH
           END-IF
           IF REQ-FILTER-END NOT = SPACES AND
              REQ-FILTER-END(1:4) NOT = REQ-FILTER-START(1:4)
               MOVE "*HIST* RANGE SPANS MORE THAN ONE YEAR"
                   TO HIST-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ARCH-IDX FROM 1 BY 1
                   UNTIL ARCH-IDX > ARCH-COUNT
               IF AW-TABLE-NAME(ARCH-IDX) = REQ-TABLE-NAME AND
                  AW-YEAR(ARCH-IDX) = REQ-FILTER-START(1:4)
                   MOVE AW-HIST-DBNAME(ARCH-IDX) TO HIST-DBNAME
               END-IF
           END-PERFORM
           IF HIST-DBNAME = SPACES
               MOVE "NO HISTORY DATABASE FOR THAT YEAR"
                   TO HIST-REASON
           END-IF.

       2060-CHECK-RANGE-ARCHIVED.
      * The live table only reaches back to its latest cutoff - a
      * range starting before it totals short, so say so.
           MOVE SPACES TO LIVE-CUTOFF-DATE
           PERFORM VARYING ARCH-IDX FROM 1 BY 1
                   UNTIL ARCH-IDX > ARCH-COUNT
               IF AW-TABLE-NAME(ARCH-IDX) = REQ-TABLE-NAME AND
                  AW-LIVE-DBNAME(ARCH-IDX) = REQ-DBNAME AND
                  AW-CUTOFF-DATE(ARCH-IDX) > LIVE-CUTOFF-DATE
                   MOVE AW-CUTOFF-DATE(ARCH-IDX) TO LIVE-CUTOFF-DATE
               END-IF
           END-PERFORM
           IF LIVE-CUTOFF-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF REQ-FILTER-START = SPACES OR
              REQ-FILTER-START < LIVE-CUTOFF-DATE
               MOVE SPACES TO LOG-TEXT
               STRING "REQUEST FROM " DELIMITED BY SIZE
                      REQ-REQUESTER   DELIMITED BY SPACE
                      ": ROWS BEFORE " DELIMITED BY SIZE
                      LIVE-CUTOFF-DATE DELIMITED BY SIZE
                      " ARE IN HISTORY - NAME *HIST*"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       2100-TAKE-RUN-STATUS.
           MOVE "UNKNOWN" TO RSP-OUTCOME-CODE
           CLOSE REPLYFILE
           CLOSE RPTFILE.

       2900-WRITE-RESPONSE.
           WRITE RESP-RECORD
           MOVE RESP-RECORD TO RSPH-RECORD
           WRITE RSPH-RECORD.

       END PROGRAM REQ-DRIVER.
