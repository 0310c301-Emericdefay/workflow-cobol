      * shops, SUMLOCK for a stuck lock, SUMSLA for the night's
      * elapsed - and writes one CBBOARD record: the snapshot to
      * SUMBOARD, the same record appended to the SUMBOARDH
      * history. BOARD-INQ renders it as one screen. The night's
      * month-end projection (SUMPROJ, written by PROJ-RPT) rides
      * along, summed over the tables, when it is for this business
      * date. STAT-XML then rewrites the monitoring tool's XML feed
      * from the new board.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT SLAFILE ASSIGN TO "SUMSLA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLA-FILE-STATUS.
           SELECT PROJFILE ASSIGN TO "SUMPROJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROJ-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
       FD  SLAFILE.
           COPY CBSLAH.

       FD  PROJFILE.
           COPY CBPROJ.

       FD  BDATEFILE.
           COPY CBBDATE.

           88 LOCK-FILE-OK       VALUE "00".
       01 SLA-FILE-STATUS    PIC XX.
           88 SLA-FILE-OK        VALUE "00".
       01 PROJ-FILE-STATUS   PIC XX.
           88 PROJ-FILE-OK       VALUE "00".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 BOARD-FILE-STATUS  PIC XX.
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 FEED-MISSING-FLAG  PIC X.
           88 FEED-NOT-LINKED    VALUE "Y".

       01 BUSINESS-DATE      PIC X(10).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 WORK-LOCK          PIC X(8) VALUE "RELEASED".
       01 WORK-ELAPSED       PIC 9(7) VALUE 0.
       01 WORK-ROWS          PIC 9(9) VALUE 0.
       01 WORK-PROJ-MONTH    PIC X(7) VALUE SPACES.
       01 WORK-PROJ-LOW      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WORK-PROJ-LIKELY   PIC S9(11)V99 COMP-3 VALUE 0.
       01 WORK-PROJ-HIGH     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WORK-PROJ-BUDGET   PIC S9(11)V99 COMP-3 VALUE 0.
       01 WORK-PROJ-BUDGET-FLAG PIC X VALUE "N".
       01 WORK-PROJ-VS-BUDGET PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 5000-COUNT-RETRY-QUEUE
           PERFORM 6000-READ-LOCK-STATE
           PERFORM 7000-READ-LAST-ELAPSED
           PERFORM 7500-READ-PROJECTION
           PERFORM 8000-WRITE-BOARD
           MOVE "STATUS BOARD WRITTEN - SEE BOARD-INQ" TO LOG-TEXT
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
      * The monitoring tool's XML feed follows every board write.
           MOVE "N" TO FEED-MISSING-FLAG
           CALL "STAT-XML"
               ON EXCEPTION
                   SET FEED-NOT-LINKED TO TRUE
           END-CALL
           IF FEED-NOT-LINKED
               MOVE "STATUS FEED MODULE NOT LINKED - NO XML"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

           END-PERFORM
           CLOSE SLAFILE.

       7500-READ-PROJECTION.
      * SUMPROJ holds only the latest projection; one left over from
      * an earlier night (PROJ-RPT did not run) is not shown.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PROJFILE
           IF NOT PROJ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ PROJFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF PROJ-RUN-DATE = BUSINESS-DATE
                           PERFORM 7510-TAKE-PROJECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROJFILE.

       7510-TAKE-PROJECTION.
           MOVE PROJ-MONTH TO WORK-PROJ-MONTH
           ADD PROJ-LOW-NET    TO WORK-PROJ-LOW
           ADD PROJ-LIKELY-NET TO WORK-PROJ-LIKELY
           ADD PROJ-HIGH-NET   TO WORK-PROJ-HIGH
           IF NOT PROJ-HAS-BUDGET
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WORK-PROJ-BUDGET-FLAG
           ADD PROJ-BUDGET TO WORK-PROJ-BUDGET
           EVALUATE TRUE
               WHEN PROJ-VS-BUDGET = "WITHIN"
                   IF WORK-PROJ-VS-BUDGET = SPACES
                       MOVE "WITHIN" TO WORK-PROJ-VS-BUDGET
                   END-IF
               WHEN WORK-PROJ-VS-BUDGET = SPACES OR "WITHIN"
                   MOVE PROJ-VS-BUDGET TO WORK-PROJ-VS-BUDGET
               WHEN WORK-PROJ-VS-BUDGET NOT = PROJ-VS-BUDGET
                   MOVE "MIXED" TO WORK-PROJ-VS-BUDGET
           END-EVALUATE.

       8000-WRITE-BOARD.
           MOVE SPACES TO BOARD-RECORD
           MOVE BUSINESS-DATE TO BRD-RUN-DATE
           MOVE WORK-LOCK     TO BRD-LOCK-STATUS
           MOVE WORK-ELAPSED  TO BRD-LAST-ELAPSED
           MOVE WORK-ROWS     TO BRD-LAST-ROWS
           MOVE WORK-PROJ-MONTH  TO BRD-PROJ-MONTH
           MOVE WORK-PROJ-LOW    TO BRD-PROJ-LOW
           MOVE WORK-PROJ-LIKELY TO BRD-PROJ-LIKELY
           MOVE WORK-PROJ-HIGH   TO BRD-PROJ-HIGH
           MOVE WORK-PROJ-BUDGET TO BRD-PROJ-BUDGET
           MOVE WORK-PROJ-BUDGET-FLAG TO BRD-PROJ-BUDGET-FLAG
           MOVE WORK-PROJ-VS-BUDGET   TO BRD-PROJ-VS-BUDGET
           OPEN OUTPUT BOARDFILE
           WRITE BOARD-RECORD
           CLOSE BOARDFILE
