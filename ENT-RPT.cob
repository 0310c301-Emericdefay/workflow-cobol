       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENT-RPT.

      *****************************************************************
      * ENT-RPT - the day's figures by legal entity. Every table is
      * grouped under the entity SUMENTITY assigns it to (asked
      * through ENTITY-OF), and for each table it shows the official
      * total in force for the day - the SUMOFFM figure, or its
      * latest OFFM-ADJ correction off SUMOFFADJ - beside the
      * balance ledger's (SUMBALL) opening, net and closing for the
      * same day. Each entity closes with its own totals and the
      * report with a grand total, so the intercompany split no
      * longer happens by hand before posting.
      *
      * A table with no entity assignment is never folded into an
      * entity's totals - it is listed in an UNASSIGNED group of its
      * own and alerted, for the assignment to be made on SUMENTITY.
      *
      * ENTDATE (YYYY-MM-DD) in the environment reruns the report
      * for an earlier day; the default is the business date.
      * Report to ENTRPT.
      *
      * RC 0 = report written, 4 = written but a table has no
      * entity, or nothing was on file for the day, 8 = bad ENTDATE
      * or the master would not open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFMAST ASSIGN TO "SUMOFFM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OFFM-KEY
               FILE STATUS IS OFFM-FILE-STATUS.
           SELECT OPTIONAL ADJFILE ASSIGN TO "SUMOFFADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ADJ-FILE-STATUS.
           SELECT OPTIONAL BALLFILE ASSIGN TO "SUMBALL"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BALL-KEY
               FILE STATUS IS BALL-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFMAST.
           COPY CBOFFM.

       FD  ADJFILE.
           COPY CBOFFADJ.

       FD  BALLFILE.
           COPY CBBALL.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 OFFM-FILE-STATUS   PIC XX.
           88 OFFM-FILE-OK       VALUE "00".
       01 ADJ-FILE-STATUS    PIC XX.
           88 ADJ-FILE-OK        VALUE "00" "05".
       01 BALL-FILE-STATUS   PIC XX.
           88 BALL-FILE-OK       VALUE "00" "05".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 CURRENT-DATE-WORK  PIC X(21).
       01 BUSINESS-DATE      PIC X(10).
       01 REPORT-DATE        PIC X(10).
       01 DATE-DIGITS        PIC X(8).
       01 DATE-NUMBER REDEFINES DATE-DIGITS PIC 9(8).
       01 DATE-OK-FLAG       PIC X.
           88 DATE-IS-OK         VALUE "Y".
       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.
           COPY CBENTQ.

      * One row per table on file for the day, off either file, with
      * its entity once resolved.
       01 TBL-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 TBL-TABLE-WS.
           05 TBL-ENTRY OCCURS 200 TIMES.
               10 TB-NAME        PIC X(30).
               10 TB-ENTITY      PIC X(6).
               10 TB-ENTITY-NAME PIC X(30).
               10 TB-OFFICIAL    PIC S9(9)V99 COMP-3.
               10 TB-OFFICIAL-FLAG PIC X.
                   88 TB-HAS-OFFICIAL VALUE "Y".
               10 TB-OPENING     PIC S9(11)V99 COMP-3.
               10 TB-NET         PIC S9(11)V99 COMP-3.
               10 TB-CLOSING     PIC S9(11)V99 COMP-3.
               10 TB-LEDGER-FLAG PIC X.
                   88 TB-HAS-LEDGER-DAY VALUE "Y".
       01 TBL-IDX            PIC 9(3) COMP-5.
       01 TBL-HIT-IDX        PIC 9(3) COMP-5.
       01 GRP-IDX            PIC 9(3) COMP-5.
       01 TBL-OVERFLOW-FLAG  PIC X VALUE "N".
           88 TBL-TABLE-FULL     VALUE "Y".
       01 WANT-TABLE-NAME    PIC X(30).
       01 NEW-GROUP-FLAG     PIC X.
           88 GROUP-IS-NEW       VALUE "Y".
       01 UNASSIGNED-COUNT   PIC 9(3) VALUE 0.
       01 COUNT-EDITED       PIC ZZ9.

      * Latest corrected figure per table for the day, off
      * SUMOFFADJ (append-only, so a later adjustment replaces an
      * earlier one).
       01 ADJ-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01 ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 200 TIMES.
               10 AT-TABLE-NAME  PIC X(30).
               10 AT-NEW-TOTAL   PIC S9(9)V99 COMP-3.
       01 ADJ-IDX            PIC 9(3) COMP-5.
       01 ADJ-HIT-IDX        PIC 9(3) COMP-5.

      * 1 an entity's totals, 2 the grand total.
       01 SUM-FIGURES.
           05 SF-ROW OCCURS 2 TIMES.
               10 SF-OFFICIAL    PIC S9(13)V99 COMP-3.
               10 SF-OPENING     PIC S9(13)V99 COMP-3.
               10 SF-NET         PIC S9(13)V99 COMP-3.
               10 SF-CLOSING     PIC S9(13)V99 COMP-3.
       01 ROW-IDX            PIC 9 COMP-5.

       01 DETAIL-LINE.
           05 DL-NAME            PIC X(16).
           05 DL-OFFICIAL        PIC -(11)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 DL-OPENING         PIC -(11)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 DL-NET             PIC -(11)9.99.
           05 FILLER             PIC X VALUE SPACE.
           05 DL-CLOSING         PIC -(11)9.99.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO RPT-LINE
           PERFORM 1000-SET-BUSINESS-DATE
           MOVE SPACES TO REPORT-DATE
           ACCEPT REPORT-DATE FROM ENVIRONMENT "ENTDATE"
           IF REPORT-DATE = SPACES
               MOVE BUSINESS-DATE TO REPORT-DATE
           END-IF
           PERFORM 1900-CHECK-DATE
           IF NOT DATE-IS-OK
               MOVE SPACES TO LOG-TEXT
               STRING "ENT-RPT: ENTDATE NOT A YYYY-MM-DD DATE: "
                          DELIMITED BY SIZE
                      REPORT-DATE DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-LOAD-ADJUSTMENTS
           MOVE "N" TO EOF-FLAG
           OPEN INPUT OFFMAST
           IF NOT OFFM-FILE-OK
               MOVE SPACES TO LOG-TEXT
               STRING "ENT-RPT: SUMOFFM WOULD NOT OPEN, STATUS "
                          DELIMITED BY SIZE
                      OFFM-FILE-STATUS DELIMITED BY SIZE
                      " - SEE MAST-UTIL" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ OFFMAST
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF OFFM-RUN-DATE = REPORT-DATE
                           PERFORM 3000-TAKE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFMAST
           PERFORM 3500-WALK-THE-LEDGER
           PERFORM 4000-RESOLVE-ENTITIES

           PERFORM 5000-OPEN-REPORT
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > 2
               MOVE ZERO TO SF-OFFICIAL(ROW-IDX) SF-OPENING(ROW-IDX)
                            SF-NET(ROW-IDX) SF-CLOSING(ROW-IDX)
           END-PERFORM
      * The entities in the order their first table comes off the
      * files, the unassigned tables last.
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > TBL-COUNT
               IF TB-ENTITY(GRP-IDX) NOT = SPACES
                   MOVE "Y" TO NEW-GROUP-FLAG
                   PERFORM VARYING TBL-IDX FROM 1 BY 1
                           UNTIL TBL-IDX NOT < GRP-IDX
                       IF TB-ENTITY(TBL-IDX) = TB-ENTITY(GRP-IDX)
                           MOVE "N" TO NEW-GROUP-FLAG
                       END-IF
                   END-PERFORM
                   IF GROUP-IS-NEW
                       PERFORM 5100-PRINT-ENTITY-GROUP
                   END-IF
               END-IF
           END-PERFORM
           IF UNASSIGNED-COUNT > 0
               PERFORM VARYING GRP-IDX FROM 1 BY 1
                       UNTIL TB-ENTITY(GRP-IDX) = SPACES
                   CONTINUE
               END-PERFORM
               PERFORM 5100-PRINT-ENTITY-GROUP
           END-IF
           PERFORM 5500-CLOSE-REPORT

           IF UNASSIGNED-COUNT > 0
               MOVE UNASSIGNED-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "ENT-RPT: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " TABLES WITH NO LEGAL ENTITY - SEE SUMENTITY"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF TBL-COUNT = 0 OR TBL-TABLE-FULL
               MOVE SPACES TO LOG-TEXT
               IF TBL-COUNT = 0
                   STRING "ENT-RPT: NOTHING ON FILE FOR "
                              DELIMITED BY SIZE
                          REPORT-DATE DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
               ELSE
                   MOVE "ENT-RPT: OVER 200 TABLES - SEE ENTRPT"
                       TO LOG-TEXT
               END-IF
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
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

       1900-CHECK-DATE.
           MOVE "N" TO DATE-OK-FLAG
           MOVE SPACES TO DATE-DIGITS
           STRING REPORT-DATE(1:4) DELIMITED BY SIZE
                  REPORT-DATE(6:2) DELIMITED BY SIZE
                  REPORT-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-DIGITS
           END-STRING
           IF REPORT-DATE(5:1) NOT = "-" OR
              REPORT-DATE(8:1) NOT = "-" OR
              DATE-DIGITS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUMBER) = 0
               SET DATE-IS-OK TO TRUE
           END-IF.

       2000-LOAD-ADJUSTMENTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ADJFILE
           IF NOT ADJ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ ADJFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF ADJ-RUN-DATE = REPORT-DATE
                           PERFORM 2100-TAKE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJFILE.

       2100-TAKE-ADJUSTMENT.
           MOVE 0 TO ADJ-HIT-IDX
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT OR ADJ-HIT-IDX > 0
               IF AT-TABLE-NAME(ADJ-IDX) = ADJ-TABLE-NAME
                   MOVE ADJ-IDX TO ADJ-HIT-IDX
               END-IF
           END-PERFORM
           IF ADJ-HIT-IDX = 0
               IF ADJ-COUNT NOT < 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ADJ-COUNT
               MOVE ADJ-COUNT TO ADJ-HIT-IDX
               MOVE ADJ-TABLE-NAME TO AT-TABLE-NAME(ADJ-HIT-IDX)
           END-IF
           MOVE ADJ-NEW-TOTAL TO AT-NEW-TOTAL(ADJ-HIT-IDX).

       3000-TAKE-MASTER-RECORD.
           MOVE OFFM-TABLE-NAME TO WANT-TABLE-NAME
           PERFORM 3900-FIND-TABLE
           IF TBL-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           SET TB-HAS-OFFICIAL(TBL-HIT-IDX) TO TRUE
           MOVE OFFM-TOTAL TO TB-OFFICIAL(TBL-HIT-IDX)
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT
               IF AT-TABLE-NAME(ADJ-IDX) = OFFM-TABLE-NAME
                   MOVE AT-NEW-TOTAL(ADJ-IDX)
                       TO TB-OFFICIAL(TBL-HIT-IDX)
               END-IF
           END-PERFORM.

       3500-WALK-THE-LEDGER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT BALLFILE
           IF NOT BALL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ BALLFILE NEXT
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF BALL-RUN-DATE = REPORT-DATE
                           PERFORM 3600-TAKE-LEDGER-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALLFILE.

       3600-TAKE-LEDGER-DAY.
           MOVE BALL-TABLE-NAME TO WANT-TABLE-NAME
           PERFORM 3900-FIND-TABLE
           IF TBL-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           SET TB-HAS-LEDGER-DAY(TBL-HIT-IDX) TO TRUE
           MOVE BALL-OPENING TO TB-OPENING(TBL-HIT-IDX)
           MOVE BALL-NET     TO TB-NET(TBL-HIT-IDX)
           MOVE BALL-CLOSING TO TB-CLOSING(TBL-HIT-IDX).

       3900-FIND-TABLE.
      * WANT-TABLE-NAME's row, added empty the first time; 0 when
      * the table is full.
           MOVE 0 TO TBL-HIT-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT OR TBL-HIT-IDX > 0
               IF TB-NAME(TBL-IDX) = WANT-TABLE-NAME
                   MOVE TBL-IDX TO TBL-HIT-IDX
               END-IF
           END-PERFORM
           IF TBL-HIT-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF TBL-COUNT NOT < 200
               SET TBL-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TBL-COUNT
           MOVE TBL-COUNT TO TBL-HIT-IDX
           MOVE WANT-TABLE-NAME TO TB-NAME(TBL-HIT-IDX)
           MOVE SPACES TO TB-ENTITY(TBL-HIT-IDX)
           MOVE SPACES TO TB-ENTITY-NAME(TBL-HIT-IDX)
           MOVE ZERO TO TB-OFFICIAL(TBL-HIT-IDX)
           MOVE ZERO TO TB-OPENING(TBL-HIT-IDX)
           MOVE ZERO TO TB-NET(TBL-HIT-IDX)
           MOVE ZERO TO TB-CLOSING(TBL-HIT-IDX)
           MOVE "N" TO TB-OFFICIAL-FLAG(TBL-HIT-IDX)
           MOVE "N" TO TB-LEDGER-FLAG(TBL-HIT-IDX).

       4000-RESOLVE-ENTITIES.
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               MOVE SPACES TO ENTQ-REQUEST
               SET ENTQ-FOR-TABLE TO TRUE
               MOVE TB-NAME(TBL-IDX) TO ENTQ-CODE
               CALL "ENTITY-OF" USING BY REFERENCE ENTQ-REQUEST
               IF ENTQ-WAS-FOUND
                   MOVE ENTQ-ENTITY      TO TB-ENTITY(TBL-IDX)
                   MOVE ENTQ-ENTITY-NAME TO TB-ENTITY-NAME(TBL-IDX)
               ELSE
                   ADD 1 TO UNASSIGNED-COUNT
                   MOVE SPACES TO LOG-TEXT
                   STRING "ENT-RPT: NO LEGAL ENTITY FOR "
                              DELIMITED BY SIZE
                          TB-NAME(TBL-IDX) DELIMITED BY SPACE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               END-IF
           END-PERFORM.

       5000-OPEN-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"   TO RW-ACTION
           MOVE "ENTRPT" TO RW-FILE-NAME
           STRING "FIGURES BY LEGAL ENTITY FOR " DELIMITED BY SIZE
                  REPORT-DATE DELIMITED BY SIZE
               INTO RW-TITLE
           END-STRING
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "TABLE"    TO RPT-LINE(1:5)
           MOVE "OFFICIAL" TO RPT-LINE(24:8)
           MOVE "OPENING"  TO RPT-LINE(41:7)
           MOVE "NET"      TO RPT-LINE(61:3)
           MOVE "CLOSING"  TO RPT-LINE(73:7)
           PERFORM 6800-WRITE-RPT-LINE
           MOVE ALL "-" TO RPT-LINE(1:79)
           PERFORM 6800-WRITE-RPT-LINE.

       5100-PRINT-ENTITY-GROUP.
      * Every table of GRP-IDX's entity, then the entity's totals.
           PERFORM 6800-WRITE-RPT-LINE
           IF TB-ENTITY(GRP-IDX) = SPACES
               MOVE "ENTITY: UNASSIGNED - ASSIGN ON SUMENTITY"
                   TO RPT-LINE
           ELSE
               STRING "ENTITY: " DELIMITED BY SIZE
                      TB-ENTITY(GRP-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      TB-ENTITY-NAME(GRP-IDX) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           MOVE ZERO TO SF-OFFICIAL(1) SF-OPENING(1)
                        SF-NET(1) SF-CLOSING(1)
           PERFORM VARYING TBL-IDX FROM GRP-IDX BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               IF TB-ENTITY(TBL-IDX) = TB-ENTITY(GRP-IDX)
                   PERFORM 5200-PRINT-ONE-TABLE
               END-IF
           END-PERFORM
           MOVE 1 TO ROW-IDX
           IF TB-ENTITY(GRP-IDX) = SPACES
               MOVE "UNASSIGNED TOTAL" TO DL-NAME
           ELSE
               ADD SF-OFFICIAL(1) TO SF-OFFICIAL(2)
               ADD SF-OPENING(1)  TO SF-OPENING(2)
               ADD SF-NET(1)      TO SF-NET(2)
               ADD SF-CLOSING(1)  TO SF-CLOSING(2)
               MOVE "ENTITY TOTAL" TO DL-NAME
           END-IF
           PERFORM 5300-WRITE-TOTAL-LINE.

       5200-PRINT-ONE-TABLE.
           ADD TB-OFFICIAL(TBL-IDX) TO SF-OFFICIAL(1)
           ADD TB-OPENING(TBL-IDX)  TO SF-OPENING(1)
           ADD TB-NET(TBL-IDX)      TO SF-NET(1)
           ADD TB-CLOSING(TBL-IDX)  TO SF-CLOSING(1)
           MOVE TB-NAME(TBL-IDX)     TO DL-NAME
           MOVE TB-OFFICIAL(TBL-IDX) TO DL-OFFICIAL
           MOVE TB-OPENING(TBL-IDX)  TO DL-OPENING
           MOVE TB-NET(TBL-IDX)      TO DL-NET
           MOVE TB-CLOSING(TBL-IDX)  TO DL-CLOSING
           MOVE DETAIL-LINE TO RPT-LINE
           IF NOT TB-HAS-OFFICIAL(TBL-IDX)
               MOVE "   NO OFFICIAL" TO RPT-LINE(17:15)
           END-IF
           IF NOT TB-HAS-LEDGER-DAY(TBL-IDX)
               MOVE SPACES TO RPT-LINE(33:47)
               MOVE "NOT POSTED TO THE BALANCE LEDGER"
                   TO RPT-LINE(36:32)
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       5300-WRITE-TOTAL-LINE.
      * The ROW-IDX totals, under the DL-NAME label already set.
      * The grand total is the entities' - unassigned tables stay
      * out of it until they are assigned.
           MOVE SF-OFFICIAL(ROW-IDX) TO DL-OFFICIAL
           MOVE SF-OPENING(ROW-IDX)  TO DL-OPENING
           MOVE SF-NET(ROW-IDX)      TO DL-NET
           MOVE SF-CLOSING(ROW-IDX)  TO DL-CLOSING
           MOVE "TOTAL" TO RW-ACTION
           MOVE DETAIL-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       5500-CLOSE-REPORT.
           PERFORM 6800-WRITE-RPT-LINE
           IF TBL-COUNT = 0
               STRING "NOTHING ON SUMOFFM OR SUMBALL FOR "
                          DELIMITED BY SIZE
                      REPORT-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           ELSE
               MOVE 2 TO ROW-IDX
               MOVE "ALL ENTITIES" TO DL-NAME
               PERFORM 5300-WRITE-TOTAL-LINE
           END-IF
           IF UNASSIGNED-COUNT > 0
               PERFORM 6800-WRITE-RPT-LINE
               MOVE UNASSIGNED-COUNT TO COUNT-EDITED
               STRING COUNT-EDITED DELIMITED BY SIZE
                      " TABLES HAVE NO LEGAL ENTITY ON SUMENTITY"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF TBL-TABLE-FULL
               MOVE "OVER 200 TABLES - THE REST LEFT OUT" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       END PROGRAM ENT-RPT.
