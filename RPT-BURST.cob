       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-BURST.

      *****************************************************************
      * RPT-BURST - bursts the night's category figures by owner.
      * SUMRPT goes out whole, so every category manager saw every
      * other manager's figures. Run by the batch wrapper after a
      * clean scan, this takes the group subtotals SUMRPT printed
      * off SUMCATH (see CBCATH - for each table the set with the
      * last run number appended for the business date) and the
      * category owners on SUMCOWN (see CBCOWN), and writes one
      * report per owner through RPT-WRITER - the standard page
      * header, then per table only that owner's group subtotals
      * and the family roll-up of just those categories, laid out
      * as SUMRPT lays them out.
      *   - a category with no owner goes to the *OTHER* catch-all
      *     recipient and is listed on the exceptions page of this
      *     run's own report; with no catch-all on file it goes to
      *     no one and the exceptions page says so
      *   - an owner with nothing in tonight's run still gets a
      *     copy saying so, so a missing copy always means trouble
      *   - the copies are named BURST001, BURST002 ... in owner
      *     order and listed fresh each night on SUMBURSTL in the
      *     distribution-list layout (CBDISTL): DIST-SEND delivers
      *     them after the standing list, with a SUMDISTS record
      *     each. An owner with no destination is not listed and
      *     shows on the exceptions page.
      * SUMRPT itself should come off the managers' entries on
      * SUMDISTL once their burst copies are going out.
      * Report to BURSTRPT.
      *
      * RC 0 = burst, every category owned; 4 = categories sent to
      * the catch-all, owners with no destination, or no subtotals
      * for the date; 8 = no SUMCOWN owner file - nothing burst.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COWNFILE ASSIGN TO "SUMCOWN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COWN-FILE-STATUS.
           SELECT OPTIONAL CATHFILE ASSIGN TO "SUMCATH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATH-FILE-STATUS.
           SELECT BURSTLFILE ASSIGN TO "SUMBURSTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BURSTL-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COWNFILE.
           COPY CBCOWN.

       FD  CATHFILE.
           COPY CBCATH.

       FD  BURSTLFILE.
           COPY CBDISTL.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 COWN-FILE-STATUS    PIC XX.
           88 COWN-FILE-OK        VALUE "00".
       01 CATH-FILE-STATUS    PIC XX.
           88 CATH-FILE-OK        VALUE "00".
       01 BURSTL-FILE-STATUS  PIC XX.
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 EOF-FLAG            PIC X.
           88 FILE-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 BUSINESS-DATE       PIC X(10).
       01 CURRENT-DATE-WORK   PIC X(21).

      * Category to owner, as read.
       01 OWNREC-COUNT        PIC 999 COMP-5 VALUE 0.
       01 OWNREC-TABLE-WS.
           05 OWNREC-ENTRY OCCURS 300 TIMES.
               10 OR-CATEGORY     PIC X(20).
               10 OR-OWNER        PIC X(8).
       01 OWNREC-IDX          PIC 999 COMP-5.

      * The owners, in the order first read, with their copies.
       01 OWNER-COUNT         PIC 99 COMP-5 VALUE 0.
       01 OWNER-TABLE-WS.
           05 OWNER-ENTRY OCCURS 60 TIMES.
               10 OW-OWNER        PIC X(8).
               10 OW-DESTINATION  PIC X(64).
               10 OW-FILE-NAME    PIC X(8).
               10 OW-CATEGORIES   PIC 999 COMP-5.
       01 OWNER-IDX           PIC 99 COMP-5.
       01 OWNER-HIT-IDX       PIC 99 COMP-5.
       01 CATCH-ALL-OWNER     PIC X(8) VALUE SPACES.
       01 OWNER-OVERFLOW-FLAG PIC X VALUE "N".
           88 OWNER-TABLE-FULL    VALUE "Y".
       01 FILE-SEQ            PIC 999.

      * The night's subtotals, latest run's set per table.
       01 TBL-COUNT           PIC 99 COMP-5 VALUE 0.
       01 TBL-TABLE-WS.
           05 TBL-ENTRY OCCURS 20 TIMES.
               10 TB-NAME         PIC X(30).
               10 TB-RUN-NUMBER   PIC 9(6).
       01 TBL-IDX             PIC 99 COMP-5.
       01 TBL-HIT-IDX         PIC 99 COMP-5.
       01 SUBT-COUNT          PIC 999 COMP-5 VALUE 0.
       01 SUBT-TABLE-WS.
           05 SUBT-ENTRY OCCURS 300 TIMES.
               10 ST-TABLE        PIC X(30).
               10 ST-CATEGORY     PIC X(20).
               10 ST-PARENT       PIC X(20).
               10 ST-AMOUNT       PIC S9(11)V99 COMP-3.
               10 ST-ROWS         PIC 9(9) COMP-3.
               10 ST-LIVE         PIC X.
      * Has an owner of its own on SUMCOWN.
               10 ST-OWNED        PIC X.
       01 SUBT-IDX            PIC 999 COMP-5.
       01 SUBT-OVERFLOW-FLAG  PIC X VALUE "N".
           88 SUBT-TABLE-FULL     VALUE "Y".

      * Whether the subtotal in hand goes in the owner's copy.
       01 BELONGS-FLAG        PIC X.
           88 SUBT-BELONGS        VALUE "Y".
       01 TABLE-SHOWN-FLAG    PIC X.
           88 TABLE-SHOWN         VALUE "Y".

      * One owner's roll-up for one table.
       01 ROLLUP-COUNT        PIC 99 COMP-5 VALUE 0.
       01 ROLLUP-TABLE-WS.
           05 ROLLUP-ENTRY OCCURS 40 TIMES.
               10 RU-PARENT       PIC X(20).
               10 RU-TOTAL        PIC S9(13)V99 COMP-3.
               10 RU-ROWS         PIC 9(9) COMP-3.
       01 RU-IDX              PIC 99 COMP-5.
       01 RU-HIT-IDX          PIC 99 COMP-5.
       01 PARENT-WORK         PIC X(20).

       01 UNOWNED-COUNT       PIC 999 COMP-5 VALUE 0.
       01 NO-DEST-COUNT       PIC 99 COMP-5 VALUE 0.
       01 COPIES-LISTED       PIC 99 COMP-5 VALUE 0.

       01 GRP-TOTAL-EDITED    PIC -ZZZ,ZZZ,ZZ9.99.
       01 GRP-ROWS-EDITED     PIC ZZZ,ZZ9.
       01 RU-TOTAL-EDITED     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 RU-ROWS-EDITED      PIC ZZZ,ZZ9.
       01 COUNT-EDITED        PIC ZZ9.
       01 RUN-NUMBER-EDITED   PIC Z(5)9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO RPT-LINE
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 2000-LOAD-OWNERS
           IF OWNER-COUNT = 0
               MOVE "BURST: NO SUMCOWN CATEGORY OWNERS - NOTHING BURST"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-LOAD-SUBTOTALS
           PERFORM 3500-MARK-OWNED

      * Every owner's copy, then the list DIST-SEND delivers from -
      * written whole each night so yesterday's copies never go
      * out again.
           PERFORM VARYING OWNER-IDX FROM 1 BY 1
                   UNTIL OWNER-IDX > OWNER-COUNT
               PERFORM 4000-WRITE-OWNER-COPY
           END-PERFORM
           PERFORM 5000-WRITE-BURST-LIST
           PERFORM 6000-WRITE-RUN-REPORT

           IF TBL-COUNT = 0
               MOVE SPACES TO LOG-TEXT
               STRING "BURST: NO CATEGORY SUBTOTALS FOR "
                          DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " - EMPTY COPIES SENT" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE COPIES-LISTED TO COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "BURST: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " OWNER COPIES LISTED ON SUMBURSTL" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           IF UNOWNED-COUNT > 0 OR NO-DEST-COUNT > 0
               MOVE UNOWNED-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "BURST: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " UNOWNED SUBTOTAL(S) - SEE BURSTRPT EXCEPTIONS"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WORK
           MOVE SPACES TO BUSINESS-DATE
           STRING CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
               INTO BUSINESS-DATE
           END-STRING
           OPEN INPUT BDATEFILE
           IF BDATE-FILE-OK
               READ BDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDATE-BUSINESS-DATE NOT = SPACES
                           MOVE BDATE-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BDATEFILE
           END-IF.

       2000-LOAD-OWNERS.
           MOVE 0 TO OWNREC-COUNT
           MOVE 0 TO OWNER-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT COWNFILE
           IF NOT COWN-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ COWNFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF COWN-CATEGORY NOT = SPACES AND
                          COWN-OWNER NOT = SPACES
                           PERFORM 2100-TAKE-OWNER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COWNFILE.

       2100-TAKE-OWNER-RECORD.
           MOVE 0 TO OWNER-HIT-IDX
           PERFORM VARYING OWNER-IDX FROM 1 BY 1
                   UNTIL OWNER-IDX > OWNER-COUNT OR OWNER-HIT-IDX > 0
               IF OW-OWNER(OWNER-IDX) = COWN-OWNER
                   MOVE OWNER-IDX TO OWNER-HIT-IDX
               END-IF
           END-PERFORM
           IF OWNER-HIT-IDX = 0
               IF OWNER-COUNT >= 60
                   IF NOT OWNER-TABLE-FULL
                       SET OWNER-TABLE-FULL TO TRUE
                       MOVE "BURST: OVER 60 OWNERS - REST NOT BURST"
                           TO LOG-TEXT
                       MOVE "W" TO LOG-SEV
                       CALL "LOGGER" USING BY REFERENCE LOG-TEXT,
                           LOG-SEV
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OWNER-COUNT
               MOVE OWNER-COUNT TO OWNER-HIT-IDX
               MOVE COWN-OWNER TO OW-OWNER(OWNER-HIT-IDX)
               MOVE COWN-DESTINATION TO OW-DESTINATION(OWNER-HIT-IDX)
               MOVE 0 TO OW-CATEGORIES(OWNER-HIT-IDX)
               MOVE OWNER-COUNT TO FILE-SEQ
               MOVE SPACES TO OW-FILE-NAME(OWNER-HIT-IDX)
               STRING "BURST" DELIMITED BY SIZE
                      FILE-SEQ DELIMITED BY SIZE
                   INTO OW-FILE-NAME(OWNER-HIT-IDX)
               END-STRING
           END-IF
           IF COWN-CATEGORY = "*OTHER*"
               MOVE COWN-OWNER TO CATCH-ALL-OWNER
               EXIT PARAGRAPH
           END-IF
           IF OWNREC-COUNT < 300
               ADD 1 TO OWNREC-COUNT
               MOVE COWN-CATEGORY TO OR-CATEGORY(OWNREC-COUNT)
               MOVE COWN-OWNER    TO OR-OWNER(OWNREC-COUNT)
           END-IF.

       3000-LOAD-SUBTOTALS.
      * A rerun of the date appends a whole new set, so a table's
      * subtotals are started afresh whenever its run number moves.
           MOVE 0 TO TBL-COUNT
           MOVE 0 TO SUBT-COUNT
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CATHFILE
           IF NOT CATH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ CATHFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF CATH-RUN-DATE = BUSINESS-DATE
                           PERFORM 3100-TAKE-SUBTOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATHFILE.

       3100-TAKE-SUBTOTAL.
           MOVE 0 TO TBL-HIT-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT OR TBL-HIT-IDX > 0
               IF TB-NAME(TBL-IDX) = CATH-TABLE-NAME
                   MOVE TBL-IDX TO TBL-HIT-IDX
               END-IF
           END-PERFORM
           IF TBL-HIT-IDX = 0
               IF TBL-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TBL-COUNT
               MOVE TBL-COUNT TO TBL-HIT-IDX
               MOVE CATH-TABLE-NAME TO TB-NAME(TBL-HIT-IDX)
               MOVE CATH-RUN-NUMBER TO TB-RUN-NUMBER(TBL-HIT-IDX)
           END-IF
           IF CATH-RUN-NUMBER NOT = TB-RUN-NUMBER(TBL-HIT-IDX)
               PERFORM VARYING SUBT-IDX FROM 1 BY 1
                       UNTIL SUBT-IDX > SUBT-COUNT
                   IF ST-TABLE(SUBT-IDX) = CATH-TABLE-NAME
                       MOVE "N" TO ST-LIVE(SUBT-IDX)
                   END-IF
               END-PERFORM
               MOVE CATH-RUN-NUMBER TO TB-RUN-NUMBER(TBL-HIT-IDX)
           END-IF
           IF SUBT-COUNT >= 300
               IF NOT SUBT-TABLE-FULL
                   SET SUBT-TABLE-FULL TO TRUE
                   MOVE "BURST: OVER 300 SUBTOTALS - REST LEFT OUT"
                       TO LOG-TEXT
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SUBT-COUNT
           MOVE CATH-TABLE-NAME TO ST-TABLE(SUBT-COUNT)
           MOVE CATH-CATEGORY   TO ST-CATEGORY(SUBT-COUNT)
           MOVE CATH-PARENT     TO ST-PARENT(SUBT-COUNT)
           MOVE CATH-SUBTOTAL   TO ST-AMOUNT(SUBT-COUNT)
           MOVE CATH-ROW-COUNT  TO ST-ROWS(SUBT-COUNT)
           MOVE "Y"             TO ST-LIVE(SUBT-COUNT)
           MOVE "N"             TO ST-OWNED(SUBT-COUNT).

       3500-MARK-OWNED.
           PERFORM VARYING SUBT-IDX FROM 1 BY 1
                   UNTIL SUBT-IDX > SUBT-COUNT
               PERFORM VARYING OWNREC-IDX FROM 1 BY 1
                       UNTIL OWNREC-IDX > OWNREC-COUNT
                   IF OR-CATEGORY(OWNREC-IDX) = ST-CATEGORY(SUBT-IDX)
                       MOVE "Y" TO ST-OWNED(SUBT-IDX)
                   END-IF
               END-PERFORM
               IF ST-LIVE(SUBT-IDX) = "Y" AND
                  ST-OWNED(SUBT-IDX) = "N"
                   ADD 1 TO UNOWNED-COUNT
               END-IF
           END-PERFORM.

       4000-WRITE-OWNER-COPY.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN" TO RW-ACTION
           MOVE OW-FILE-NAME(OWNER-IDX) TO RW-FILE-NAME
           STRING "CATEGORY REPORT FOR " DELIMITED BY SIZE
                  OW-OWNER(OWNER-IDX) DELIMITED BY SPACE
               INTO RW-TITLE
           END-STRING
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               PERFORM 4100-WRITE-OWNER-TABLE
           END-PERFORM
           IF OW-CATEGORIES(OWNER-IDX) = 0
               MOVE SPACES TO RPT-LINE
               STRING "NONE OF YOUR CATEGORIES IN THE RUN FOR "
                          DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       4100-WRITE-OWNER-TABLE.
      * The same group-subtotal and roll-up layout SUMRPT prints,
      * cut down to the owner's categories - the roll-up foots to
      * the group lines above it, not to the whole table.
           MOVE "N" TO TABLE-SHOWN-FLAG
           MOVE 0 TO ROLLUP-COUNT
           PERFORM VARYING SUBT-IDX FROM 1 BY 1
                   UNTIL SUBT-IDX > SUBT-COUNT
               PERFORM 4200-CHECK-BELONGS
               IF SUBT-BELONGS
                   IF NOT TABLE-SHOWN
                       PERFORM 4150-START-TABLE
                   END-IF
                   ADD 1 TO OW-CATEGORIES(OWNER-IDX)
                   MOVE ST-AMOUNT(SUBT-IDX) TO GRP-TOTAL-EDITED
                   MOVE ST-ROWS(SUBT-IDX)   TO GRP-ROWS-EDITED
                   MOVE SPACES TO RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                          ST-CATEGORY(SUBT-IDX) DELIMITED BY SPACE
                          ": "               DELIMITED BY SIZE
                          GRP-TOTAL-EDITED   DELIMITED BY SIZE
                          "/"                DELIMITED BY SIZE
                          GRP-ROWS-EDITED    DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 6800-WRITE-RPT-LINE
                   PERFORM 4300-ADD-TO-ROLLUP
               END-IF
           END-PERFORM
           IF NOT TABLE-SHOWN
               EXIT PARAGRAPH
           END-IF
           MOVE "ROLL-UP BY FAMILY:" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > ROLLUP-COUNT
               MOVE RU-TOTAL(RU-IDX) TO RU-TOTAL-EDITED
               MOVE RU-ROWS(RU-IDX)  TO RU-ROWS-EDITED
               MOVE SPACES TO RPT-LINE
               STRING "  " DELIMITED BY SIZE
                      RU-PARENT(RU-IDX) DELIMITED BY SPACE
                      ": "              DELIMITED BY SIZE
                      RU-TOTAL-EDITED   DELIMITED BY SIZE
                      "/"               DELIMITED BY SIZE
                      RU-ROWS-EDITED    DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM.

       4150-START-TABLE.
           SET TABLE-SHOWN TO TRUE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE TB-RUN-NUMBER(TBL-IDX) TO RUN-NUMBER-EDITED
           STRING "TABLE " DELIMITED BY SIZE
                  TB-NAME(TBL-IDX) DELIMITED BY SPACE
                  "   RUN " DELIMITED BY SIZE
                  RUN-NUMBER-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "GROUP SUBTOTALS:" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE.

       4200-CHECK-BELONGS.
      * The owner's own categories, and - for the catch-all - every
      * category nobody owns.
           MOVE "N" TO BELONGS-FLAG
           IF ST-LIVE(SUBT-IDX) NOT = "Y" OR
              ST-TABLE(SUBT-IDX) NOT = TB-NAME(TBL-IDX)
               EXIT PARAGRAPH
           END-IF
           IF ST-OWNED(SUBT-IDX) = "N"
               IF OW-OWNER(OWNER-IDX) = CATCH-ALL-OWNER
                   SET SUBT-BELONGS TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OWNREC-IDX FROM 1 BY 1
                   UNTIL OWNREC-IDX > OWNREC-COUNT
               IF OR-CATEGORY(OWNREC-IDX) = ST-CATEGORY(SUBT-IDX) AND
                  OR-OWNER(OWNREC-IDX) = OW-OWNER(OWNER-IDX)
                   SET SUBT-BELONGS TO TRUE
               END-IF
           END-PERFORM.

       4300-ADD-TO-ROLLUP.
      * A category the master gave no parent rolls up under itself,
      * as on SUMRPT.
           IF ST-PARENT(SUBT-IDX) = SPACES
               MOVE ST-CATEGORY(SUBT-IDX) TO PARENT-WORK
           ELSE
               MOVE ST-PARENT(SUBT-IDX) TO PARENT-WORK
           END-IF
           MOVE 0 TO RU-HIT-IDX
           PERFORM VARYING RU-IDX FROM 1 BY 1
                   UNTIL RU-IDX > ROLLUP-COUNT
               IF RU-PARENT(RU-IDX) = PARENT-WORK
                   MOVE RU-IDX TO RU-HIT-IDX
               END-IF
           END-PERFORM
           IF RU-HIT-IDX = 0 AND ROLLUP-COUNT < 40
               ADD 1 TO ROLLUP-COUNT
               MOVE ROLLUP-COUNT TO RU-HIT-IDX
               MOVE PARENT-WORK TO RU-PARENT(RU-HIT-IDX)
               MOVE ZERO TO RU-TOTAL(RU-HIT-IDX)
               MOVE ZERO TO RU-ROWS(RU-HIT-IDX)
           END-IF
           IF RU-HIT-IDX > 0
               ADD ST-AMOUNT(SUBT-IDX) TO RU-TOTAL(RU-HIT-IDX)
               ADD ST-ROWS(SUBT-IDX)   TO RU-ROWS(RU-HIT-IDX)
           END-IF.

       5000-WRITE-BURST-LIST.
           MOVE 0 TO COPIES-LISTED
           MOVE 0 TO NO-DEST-COUNT
           OPEN OUTPUT BURSTLFILE
           PERFORM VARYING OWNER-IDX FROM 1 BY 1
                   UNTIL OWNER-IDX > OWNER-COUNT
               IF OW-DESTINATION(OWNER-IDX) = SPACES
                   ADD 1 TO NO-DEST-COUNT
               ELSE
                   MOVE SPACES TO DISTL-RECORD
                   MOVE OW-OWNER(OWNER-IDX)       TO DL-RECIPIENT
                   MOVE OW-FILE-NAME(OWNER-IDX)   TO DL-EXTRACT-NAME
                   MOVE OW-DESTINATION(OWNER-IDX) TO DL-DESTINATION
                   WRITE DISTL-RECORD
                   ADD 1 TO COPIES-LISTED
               END-IF
           END-PERFORM
           CLOSE BURSTLFILE.

       6000-WRITE-RUN-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "BURSTRPT" TO RW-FILE-NAME
           MOVE "REPORT BURST BY CATEGORY OWNER" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "GROUP SUBTOTALS OF " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  " BURST BY THE SUMCOWN OWNERS" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "OWNER    COPY      SUBTOTALS  DESTINATION"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING OWNER-IDX FROM 1 BY 1
                   UNTIL OWNER-IDX > OWNER-COUNT
               MOVE OW-CATEGORIES(OWNER-IDX) TO COUNT-EDITED
               MOVE SPACES TO RPT-LINE
               STRING OW-OWNER(OWNER-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OW-FILE-NAME(OWNER-IDX) DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      OW-DESTINATION(OWNER-IDX) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM

      * The exceptions page - what finance has to put right on
      * SUMCOWN.
           MOVE "PAGE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "EXCEPTIONS" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           IF UNOWNED-COUNT = 0 AND NO-DEST-COUNT = 0
               MOVE "  NONE - EVERY CATEGORY OWNED, EVERY COPY LISTED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF UNOWNED-COUNT > 0
               MOVE SPACES TO RPT-LINE
               IF CATCH-ALL-OWNER = SPACES
                   MOVE "UNOWNED CATEGORIES - NO *OTHER* CATCH-ALL,"
                       TO RPT-LINE
                   MOVE " SENT TO NO ONE:" TO RPT-LINE(43:16)
               ELSE
                   STRING "CATEGORIES WITH NO OWNER - SENT TO "
                              DELIMITED BY SIZE
                          "CATCH-ALL " DELIMITED BY SIZE
                          CATCH-ALL-OWNER DELIMITED BY SPACE
                          ":" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               END-IF
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM VARYING SUBT-IDX FROM 1 BY 1
                       UNTIL SUBT-IDX > SUBT-COUNT
                   IF ST-LIVE(SUBT-IDX) = "Y" AND
                      ST-OWNED(SUBT-IDX) = "N"
                       MOVE ST-AMOUNT(SUBT-IDX) TO GRP-TOTAL-EDITED
                       MOVE SPACES TO RPT-LINE
                       STRING "  " DELIMITED BY SIZE
                              ST-TABLE(SUBT-IDX) DELIMITED BY SPACE
                              " / " DELIMITED BY SIZE
                              ST-CATEGORY(SUBT-IDX) DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              GRP-TOTAL-EDITED DELIMITED BY SIZE
                           INTO RPT-LINE
                       END-STRING
                       PERFORM 6800-WRITE-RPT-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF NO-DEST-COUNT > 0
               MOVE "OWNERS WITH NO DESTINATION - COPY NOT SENT:"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM VARYING OWNER-IDX FROM 1 BY 1
                       UNTIL OWNER-IDX > OWNER-COUNT
                   IF OW-DESTINATION(OWNER-IDX) = SPACES
                       MOVE SPACES TO RPT-LINE
                       STRING "  " DELIMITED BY SIZE
                              OW-OWNER(OWNER-IDX) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              OW-FILE-NAME(OWNER-IDX) DELIMITED BY SIZE
                           INTO RPT-LINE
                       END-STRING
                       PERFORM 6800-WRITE-RPT-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       END PROGRAM RPT-BURST.
