       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMART-EXP.

      *****************************************************************
      * DMART-EXP - the nightly data-mart export for the BI team (see
      * CBDMART). Two facts and four dimensions, each in its own
      * enveloped file, listed on SUMDISTL like any other extract so
      * DIST-SEND delivers them:
      *   SUMDMFO  official daily totals off SUMOFFM, each at its
      *            latest OFFM-ADJ corrected figure (SUMOFFADJ)
      *   SUMDMFB  balance ledger days off SUMBALL
      *   SUMDMDT  every table on either fact, with its entity
      *   SUMDMDC  the category master, parents included
      *   SUMDMDD  every date on the calendar or either fact, with
      *            its day type and accounting period
      *   SUMDMDS  the shop master
      *
      * The facts go out as changes. What was last sent is kept on a
      * sent-state file per fact (SUMDMSO, SUMDMSB - the export's own
      * header, then the detail images in key order); tonight's fact
      * is matched against it in key order, and only the rows added
      * (A), restated by a supersede or an adjustment (C), or gone
      * from the master (D) are written. No sent state on file, or
      * DMFULL=Y in the environment, sends the whole fact as a FULL
      * load - the way to start over when the far end has lost
      * track. The new state is built alongside (SUMDMSON, SUMDMSBN)
      * and renamed over the old only once every file is written, so
      * an export that dies part-way is simply run again. The
      * dimensions are small and always go FULL.
      *
      * Report to DMARTRPT.
      *
      * RC 0 = exported, 4 = exported but the balance ledger was not
      * readable, or an adjustment or table list overflowed,
      * 8 = SUMOFFM would not open or the sent state was not kept.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFMAST ASSIGN TO "SUMOFFM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OFFM-KEY
               FILE STATUS IS OFFM-FILE-STATUS.
           SELECT BALLFILE ASSIGN TO "SUMBALL"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BALL-KEY
               FILE STATUS IS BALL-FILE-STATUS.
           SELECT OPTIONAL ADJFILE ASSIGN TO "SUMOFFADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ADJ-FILE-STATUS.
           SELECT OPTIONAL CATMFILE ASSIGN TO "SUMCATM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CATM-FILE-STATUS.
           SELECT OPTIONAL CALFILE ASSIGN TO "SUMCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT OPTIONAL SHOPFILE ASSIGN TO "SUMSHOP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
      * The six export files.
           SELECT FOFILE ASSIGN TO "SUMDMFO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT FBFILE ASSIGN TO "SUMDMFB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT DTFILE ASSIGN TO "SUMDMDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT DCFILE ASSIGN TO "SUMDMDC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT DDFILE ASSIGN TO "SUMDMDD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT DSFILE ASSIGN TO "SUMDMDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
      * Sent state, as last exported and as built tonight.
           SELECT OPTIONAL SOSTATE ASSIGN TO "SUMDMSO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.
           SELECT OPTIONAL SBSTATE ASSIGN TO "SUMDMSB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.
           SELECT SONEW ASSIGN TO "SUMDMSON"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT SBNEW ASSIGN TO "SUMDMSBN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT SORTFILE ASSIGN TO "SRTDMART".

       DATA DIVISION.
       FILE SECTION.
       FD  OFFMAST.
           COPY CBOFFM.

       FD  BALLFILE.
           COPY CBBALL.

       FD  ADJFILE.
           COPY CBOFFADJ.

       FD  CATMFILE.
           COPY CBCATM.

       FD  CALFILE.
           COPY CBCAL.

       FD  SHOPFILE.
           COPY CBSHOP.

       FD  BDATEFILE.
           COPY CBBDATE.

      * The CBDMART record length - every export and state file
      * carries the one layout.
       FD  FOFILE.
       01  FO-LINE               PIC X(151).
       FD  FBFILE.
       01  FB-LINE               PIC X(151).
       FD  DTFILE.
       01  DT-LINE               PIC X(151).
       FD  DCFILE.
       01  DC-LINE               PIC X(151).
       FD  DDFILE.
       01  DD-LINE               PIC X(151).
       FD  DSFILE.
       01  DS-LINE               PIC X(151).
       FD  SOSTATE.
       01  SO-STATE-LINE         PIC X(151).
       FD  SBSTATE.
       01  SB-STATE-LINE         PIC X(151).
       FD  SONEW.
       01  SO-NEW-LINE           PIC X(151).
       FD  SBNEW.
       01  SB-NEW-LINE           PIC X(151).

       SD  SORTFILE.
       01  SRT-RECORD.
           05 SRT-DATE           PIC X(10).
      * C the calendar's own entry, F a fact's date - C sorts first,
      * so a date's group opens on its calendar entry when it has
      * one.
           05 SRT-SOURCE         PIC X.
           05 SRT-DAY-TYPE       PIC X.

       WORKING-STORAGE SECTION.
       01 OFFM-FILE-STATUS   PIC XX.
           88 OFFM-FILE-OK       VALUE "00".
       01 BALL-FILE-STATUS   PIC XX.
           88 BALL-FILE-OK       VALUE "00".
       01 ADJ-FILE-STATUS    PIC XX.
           88 ADJ-FILE-OK        VALUE "00" "05".
       01 CATM-FILE-STATUS   PIC XX.
           88 CATM-FILE-OK       VALUE "00" "05".
       01 CAL-FILE-STATUS    PIC XX.
           88 CAL-FILE-OK        VALUE "00" "05".
       01 SHOP-FILE-STATUS   PIC XX.
           88 SHOP-FILE-OK       VALUE "00" "05".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 OUT-FILE-STATUS    PIC XX.
       01 STATE-FILE-STATUS  PIC XX.
      * "05" is an OPTIONAL file that is not there - no state.
           88 STATE-FILE-OK      VALUE "00".
       01 NEW-FILE-STATUS    PIC XX.
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 STATE-EOF-FLAG     PIC X.
           88 STATE-AT-EOF       VALUE "Y".
       01 SORT-EOF-FLAG      PIC X.
           88 SORT-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 CURRENT-DATE-WORK  PIC X(21).
       01 BUSINESS-DATE      PIC X(10).
       01 CREATED-TS         PIC X(16).
       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.
           COPY CBDMART.
           COPY CBENTQ.
           COPY CBPERQ.

       01 FULL-REQUEST       PIC X VALUE SPACE.
           88 FULL-RELOAD-REQUESTED VALUE "Y" "y".
       01 WARNING-FLAG       PIC X VALUE "N".
           88 EXPORT-HAS-WARNING VALUE "Y".
       01 BALL-OPEN-FLAG     PIC X VALUE "N".
           88 BALANCE-LEDGER-READ VALUE "Y".
       01 STATE-LOST-FLAG    PIC X VALUE "N".
           88 SENT-STATE-LOST    VALUE "Y".

      * Per export file, in CBDMART order: 1 SUMDMFO, 2 SUMDMFB,
      * 3 SUMDMDT, 4 SUMDMDC, 5 SUMDMDD, 6 SUMDMDS.
       01 OUT-NAMES          PIC X(48) VALUE
           "SUMDMFO SUMDMFB SUMDMDT SUMDMDC SUMDMDD SUMDMDS ".
       01 OUT-NAME-TABLE REDEFINES OUT-NAMES.
           05 OUT-NAME           PIC X(8) OCCURS 6 TIMES.
       01 OUT-TOTALS.
           05 OUT-ENTRY OCCURS 6 TIMES.
               10 OUT-LOAD-TYPE  PIC X(5).
               10 OUT-SINCE-TS   PIC X(16).
               10 OUT-COUNT      PIC 9(9).
               10 OUT-HASH       PIC 9(15) COMP-3.
               10 OUT-ADDS       PIC 9(9).
               10 OUT-CHANGES    PIC 9(9).
               10 OUT-DELETES    PIC 9(9).
       01 OUT-IDX            PIC 9 COMP-5.
       01 HASH-AMOUNT        PIC S9(11)V99 COMP-3.

      * The fact matching - tonight's image against the one last
      * sent. Bytes 3-42 of either are the table and date, the key
      * both files are in order by.
       01 CURRENT-IMAGE      PIC X(151).
       01 STATE-IMAGE        PIC X(151).
       01 MATCH-MODE-FLAG    PIC X.
           88 MATCHING-STATE     VALUE "Y".

      * Latest corrected figure per table and business date, off
      * SUMOFFADJ (append-only, so a later adjustment of the same
      * day replaces an earlier one).
       01 ADJ-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01 ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 5000 TIMES.
               10 AT-TABLE-NAME  PIC X(30).
               10 AT-RUN-DATE    PIC X(10).
               10 AT-NEW-TOTAL   PIC S9(9)V99 COMP-3.
               10 AT-TIMESTAMP   PIC X(16).
       01 ADJ-IDX            PIC 9(4) COMP-5.
       01 ADJ-HIT-IDX        PIC 9(4) COMP-5.
       01 ADJ-OVERFLOW-FLAG  PIC X VALUE "N".
           88 ADJ-TABLE-FULL     VALUE "Y".
       01 ADJ-USED-COUNT     PIC 9(7) VALUE 0.

      * Every table seen on either fact, for the table dimension.
       01 TABLE-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01 TABLE-LIST.
           05 TL-ENTRY OCCURS 500 TIMES.
               10 TL-NAME        PIC X(30).
               10 TL-FIRST-DATE  PIC X(10).
               10 TL-LAST-DATE   PIC X(10).
               10 TL-OFFICIAL-DAYS PIC 9(7).
               10 TL-BALANCE-DAYS  PIC 9(7).
       01 TL-IDX             PIC 9(3) COMP-5.
       01 TL-HIT-IDX         PIC 9(3) COMP-5 VALUE 0.
       01 TABLE-OVERFLOW-FLAG PIC X VALUE "N".
           88 TABLE-LIST-FULL    VALUE "Y".
       01 NOTE-TABLE-NAME    PIC X(30).
       01 NOTE-DATE          PIC X(10).
       01 NOTE-SOURCE        PIC X.
           88 NOTE-FROM-OFFICIAL VALUE "O".
           88 NOTE-FROM-BALANCE  VALUE "B".

      * The date dimension.
       01 LAST-DATE-OUT      PIC X(10).
       01 WORK-DATE          PIC X(10).
       01 DATE-DIGITS        PIC X(8).
       01 DATE-NUMBER REDEFINES DATE-DIGITS PIC 9(8).
       01 DATE-INTEGER       PIC 9(9) COMP-5.
       01 BAD-DATE-COUNT     PIC 9(5) VALUE 0.

       01 COUNT-EDITED       PIC ZZZ,ZZZ,ZZ9.
       01 FILE-COUNT-EDITED  PIC ZZZ,ZZZ,ZZ9.
       01 ADD-EDITED         PIC ZZZ,ZZZ,ZZ9.
       01 CHANGE-EDITED      PIC ZZZ,ZZZ,ZZ9.
       01 DELETE-EDITED      PIC ZZZ,ZZZ,ZZ9.
       01 NAME-FROM-Z        PIC X(9).
       01 NAME-TO-Z          PIC X(9).
       01 RENAME-RC          PIC S9(9) COMP-5.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO RPT-LINE
           PERFORM 1000-SET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:16) TO CREATED-TS
           ACCEPT FULL-REQUEST FROM ENVIRONMENT "DMFULL"
           INITIALIZE OUT-TOTALS
           PERFORM 1500-LOAD-ADJUSTMENTS

           OPEN INPUT OFFMAST
           IF NOT OFFM-FILE-OK
               MOVE SPACES TO LOG-TEXT
               STRING "DATA MART: SUMOFFM WOULD NOT OPEN, STATUS "
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
           PERFORM 2000-EXPORT-OFFICIAL
           CLOSE OFFMAST

           PERFORM 3000-EXPORT-BALANCE
           PERFORM 4000-EXPORT-TABLES
           PERFORM 4200-EXPORT-CATEGORIES
           PERFORM 4400-EXPORT-DATES
           PERFORM 4600-EXPORT-SHOPS

           PERFORM 8000-REPLACE-STATE
           PERFORM 9000-WRITE-REPORT

           MOVE OUT-COUNT(1) TO COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "DATA MART: EXPORTED FOR " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ", OFFICIAL FACT " DELIMITED BY SIZE
                  OUT-LOAD-TYPE(1) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-EDITED) DELIMITED BY SIZE
                  " ROW(S)" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           IF SENT-STATE-LOST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF EXPORT-HAS-WARNING
               MOVE "DATA MART: EXPORTED WITH WARNINGS - SEE DMARTRPT"
                   TO LOG-TEXT
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

       1500-LOAD-ADJUSTMENTS.
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
                       PERFORM 1510-TAKE-ADJUSTMENT
               END-READ
           END-PERFORM
           CLOSE ADJFILE.

       1510-TAKE-ADJUSTMENT.
           MOVE 0 TO ADJ-HIT-IDX
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT OR ADJ-HIT-IDX > 0
               IF AT-TABLE-NAME(ADJ-IDX) = ADJ-TABLE-NAME AND
                  AT-RUN-DATE(ADJ-IDX) = ADJ-RUN-DATE
                   MOVE ADJ-IDX TO ADJ-HIT-IDX
               END-IF
           END-PERFORM
           IF ADJ-HIT-IDX = 0
               IF ADJ-COUNT NOT < 5000
                   SET ADJ-TABLE-FULL TO TRUE
                   SET EXPORT-HAS-WARNING TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ADJ-COUNT
               MOVE ADJ-COUNT TO ADJ-HIT-IDX
               MOVE ADJ-TABLE-NAME TO AT-TABLE-NAME(ADJ-HIT-IDX)
               MOVE ADJ-RUN-DATE   TO AT-RUN-DATE(ADJ-HIT-IDX)
           END-IF
           MOVE ADJ-NEW-TOTAL  TO AT-NEW-TOTAL(ADJ-HIT-IDX)
           MOVE ADJ-TIMESTAMP  TO AT-TIMESTAMP(ADJ-HIT-IDX).

      *****************************************************************
      * The official fact - SUMOFFM in key order against SUMDMSO.
      *****************************************************************
       2000-EXPORT-OFFICIAL.
           MOVE 1 TO OUT-IDX
           OPEN OUTPUT FOFILE
           OPEN OUTPUT SONEW
           PERFORM 2900-OPEN-OFFICIAL-STATE
           PERFORM 7100-WRITE-HEADER
           WRITE SO-NEW-LINE FROM DMART-RECORD

           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FILE-AT-EOF
               READ OFFMAST
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-BUILD-OFFICIAL-IMAGE
                       PERFORM 2800-MATCH-OFFICIAL
                       WRITE SO-NEW-LINE FROM CURRENT-IMAGE
                       MOVE OFFM-TABLE-NAME TO NOTE-TABLE-NAME
                       MOVE OFFM-RUN-DATE   TO NOTE-DATE
                       MOVE "O" TO NOTE-SOURCE
                       PERFORM 2500-NOTE-TABLE
               END-READ
           END-PERFORM
      * Whatever is left on the state is no longer on the master.
           IF MATCHING-STATE
               PERFORM UNTIL STATE-AT-EOF
                   PERFORM 2850-SEND-OFFICIAL-DELETE
               END-PERFORM
               CLOSE SOSTATE
           END-IF

           PERFORM 7200-WRITE-TRAILER
           CLOSE FOFILE
           CLOSE SONEW.

       2100-BUILD-OFFICIAL-IMAGE.
           MOVE SPACES TO DMART-RECORD
           SET DM-IS-DETAIL TO TRUE
           MOVE OFFM-TABLE-NAME      TO DMO-TABLE-NAME
           MOVE OFFM-RUN-DATE        TO DMO-RUN-DATE
           MOVE OFFM-TOTAL           TO DMO-TOTAL
           MOVE OFFM-TOTAL           TO DMO-ORIG-TOTAL
           MOVE "N"                  TO DMO-ADJUSTED
           MOVE OFFM-ROW-COUNT       TO DMO-ROW-COUNT
           MOVE OFFM-WEIGHTED-TOTAL  TO DMO-WEIGHTED-TOTAL
           MOVE OFFM-CONVERTED-TOTAL TO DMO-CONVERTED-TOTAL
           MOVE OFFM-SUPERSEDE-COUNT TO DMO-SUPERSEDE-COUNT
           MOVE OFFM-POSTED-TS       TO DMO-POSTED-TS
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT
               IF AT-TABLE-NAME(ADJ-IDX) = OFFM-TABLE-NAME AND
                  AT-RUN-DATE(ADJ-IDX) = OFFM-RUN-DATE
                   MOVE AT-NEW-TOTAL(ADJ-IDX) TO DMO-TOTAL
                   MOVE AT-TIMESTAMP(ADJ-IDX) TO DMO-ADJ-TS
                   MOVE "Y" TO DMO-ADJUSTED
                   ADD 1 TO ADJ-USED-COUNT
               END-IF
           END-PERFORM
           MOVE DMART-RECORD TO CURRENT-IMAGE.

       2500-NOTE-TABLE.
      * Both facts arrive in table order, so the table just noted is
      * nearly always the one wanted.
           IF TL-HIT-IDX > 0
               IF TL-NAME(TL-HIT-IDX) NOT = NOTE-TABLE-NAME
                   MOVE 0 TO TL-HIT-IDX
               END-IF
           END-IF
           IF TL-HIT-IDX = 0
               PERFORM VARYING TL-IDX FROM 1 BY 1
                       UNTIL TL-IDX > TABLE-COUNT OR TL-HIT-IDX > 0
                   IF TL-NAME(TL-IDX) = NOTE-TABLE-NAME
                       MOVE TL-IDX TO TL-HIT-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF TL-HIT-IDX = 0
               IF TABLE-COUNT NOT < 500
                   IF NOT TABLE-LIST-FULL
                       SET TABLE-LIST-FULL TO TRUE
                       SET EXPORT-HAS-WARNING TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TABLE-COUNT
               MOVE TABLE-COUNT TO TL-HIT-IDX
               MOVE NOTE-TABLE-NAME TO TL-NAME(TL-HIT-IDX)
               MOVE NOTE-DATE TO TL-FIRST-DATE(TL-HIT-IDX)
               MOVE NOTE-DATE TO TL-LAST-DATE(TL-HIT-IDX)
               MOVE 0 TO TL-OFFICIAL-DAYS(TL-HIT-IDX)
               MOVE 0 TO TL-BALANCE-DAYS(TL-HIT-IDX)
           END-IF
           IF NOTE-DATE < TL-FIRST-DATE(TL-HIT-IDX)
               MOVE NOTE-DATE TO TL-FIRST-DATE(TL-HIT-IDX)
           END-IF
           IF NOTE-DATE > TL-LAST-DATE(TL-HIT-IDX)
               MOVE NOTE-DATE TO TL-LAST-DATE(TL-HIT-IDX)
           END-IF
           IF NOTE-FROM-OFFICIAL
               ADD 1 TO TL-OFFICIAL-DAYS(TL-HIT-IDX)
           ELSE
               ADD 1 TO TL-BALANCE-DAYS(TL-HIT-IDX)
           END-IF.

       2800-MATCH-OFFICIAL.
      * A FULL load sends every row as an add.
           IF NOT MATCHING-STATE
               PERFORM 2870-SEND-CURRENT-ADD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STATE-AT-EOF OR
                   STATE-IMAGE(3:40) NOT < CURRENT-IMAGE(3:40)
               PERFORM 2850-SEND-OFFICIAL-DELETE
           END-PERFORM
           IF NOT STATE-AT-EOF AND
              STATE-IMAGE(3:40) = CURRENT-IMAGE(3:40)
               IF STATE-IMAGE NOT = CURRENT-IMAGE
                   MOVE CURRENT-IMAGE TO DMART-RECORD
                   MOVE "C" TO DMO-ACTION
                   ADD 1 TO OUT-CHANGES(OUT-IDX)
                   MOVE DMO-TOTAL TO HASH-AMOUNT
                   PERFORM 7000-WRITE-DETAIL
               END-IF
               PERFORM 2860-READ-OFFICIAL-STATE
           ELSE
               PERFORM 2870-SEND-CURRENT-ADD
           END-IF.

       2850-SEND-OFFICIAL-DELETE.
           MOVE STATE-IMAGE TO DMART-RECORD
           MOVE "D" TO DMO-ACTION
           ADD 1 TO OUT-DELETES(OUT-IDX)
           MOVE DMO-TOTAL TO HASH-AMOUNT
           PERFORM 7000-WRITE-DETAIL
           PERFORM 2860-READ-OFFICIAL-STATE.

       2860-READ-OFFICIAL-STATE.
           READ SOSTATE INTO STATE-IMAGE
               AT END
                   SET STATE-AT-EOF TO TRUE
           END-READ.

       2870-SEND-CURRENT-ADD.
           MOVE CURRENT-IMAGE TO DMART-RECORD
           MOVE "A" TO DMO-ACTION
           ADD 1 TO OUT-ADDS(OUT-IDX)
           MOVE DMO-TOTAL TO HASH-AMOUNT
           PERFORM 7000-WRITE-DETAIL.

       2900-OPEN-OFFICIAL-STATE.
      * The state opens on the header of the export that wrote it -
      * its timestamp is what tonight's changes are counted since.
           MOVE "N" TO MATCH-MODE-FLAG
           MOVE "N" TO STATE-EOF-FLAG
           MOVE "FULL" TO OUT-LOAD-TYPE(OUT-IDX)
           MOVE SPACES TO OUT-SINCE-TS(OUT-IDX)
           IF FULL-RELOAD-REQUESTED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SOSTATE
           IF NOT STATE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 2860-READ-OFFICIAL-STATE
           IF STATE-AT-EOF OR STATE-IMAGE(1:1) NOT = "H"
               CLOSE SOSTATE
               EXIT PARAGRAPH
           END-IF
           MOVE STATE-IMAGE TO DMART-RECORD
           MOVE DM-HDR-CREATED-TS TO OUT-SINCE-TS(OUT-IDX)
           MOVE "DELTA" TO OUT-LOAD-TYPE(OUT-IDX)
           SET MATCHING-STATE TO TRUE
           PERFORM 2860-READ-OFFICIAL-STATE.

      *****************************************************************
      * The balance fact - SUMBALL in key order against SUMDMSB, the
      * same matching as the official fact.
      *****************************************************************
       3000-EXPORT-BALANCE.
           MOVE 2 TO OUT-IDX
           OPEN OUTPUT FBFILE
           OPEN OUTPUT SBNEW
           OPEN INPUT BALLFILE
           IF BALL-FILE-OK
               SET BALANCE-LEDGER-READ TO TRUE
               PERFORM 3900-OPEN-BALANCE-STATE
           ELSE
      * Nothing to match against - send a DELTA with no changes,
      * counted from the export the far end last had, and keep the
      * state as it was, so tomorrow picks up where it left off. An
      * empty FULL would tell the far end to hold no balances.
               SET EXPORT-HAS-WARNING TO TRUE
               MOVE "N" TO MATCH-MODE-FLAG
               PERFORM 3950-READ-BALANCE-SINCE
               MOVE SPACES TO LOG-TEXT
               STRING "DATA MART: SUMBALL WOULD NOT OPEN, STATUS "
                          DELIMITED BY SIZE
                      BALL-FILE-STATUS DELIMITED BY SIZE
                      " - NO BALANCE CHANGES SENT" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           PERFORM 7100-WRITE-HEADER
           WRITE SB-NEW-LINE FROM DMART-RECORD

           IF BALANCE-LEDGER-READ
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL FILE-AT-EOF
                   READ BALLFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-BUILD-BALANCE-IMAGE
                           PERFORM 3800-MATCH-BALANCE
                           WRITE SB-NEW-LINE FROM CURRENT-IMAGE
                           MOVE BALL-TABLE-NAME TO NOTE-TABLE-NAME
                           MOVE BALL-RUN-DATE   TO NOTE-DATE
                           MOVE "B" TO NOTE-SOURCE
                           PERFORM 2500-NOTE-TABLE
                   END-READ
               END-PERFORM
               CLOSE BALLFILE
               IF MATCHING-STATE
                   PERFORM UNTIL STATE-AT-EOF
                       PERFORM 3850-SEND-BALANCE-DELETE
                   END-PERFORM
                   CLOSE SBSTATE
               END-IF
           END-IF

           PERFORM 7200-WRITE-TRAILER
           CLOSE FBFILE
           CLOSE SBNEW.

       3100-BUILD-BALANCE-IMAGE.
           MOVE SPACES TO DMART-RECORD
           SET DM-IS-DETAIL TO TRUE
           MOVE BALL-TABLE-NAME TO DMB-TABLE-NAME
           MOVE BALL-RUN-DATE   TO DMB-RUN-DATE
           MOVE BALL-OPENING    TO DMB-OPENING
           MOVE BALL-DEBITS     TO DMB-DEBITS
           MOVE BALL-CREDITS    TO DMB-CREDITS
           MOVE BALL-NET        TO DMB-NET
           MOVE BALL-CLOSING    TO DMB-CLOSING
           MOVE BALL-POSTED-TS  TO DMB-POSTED-TS
           MOVE DMART-RECORD TO CURRENT-IMAGE.

       3800-MATCH-BALANCE.
           IF NOT MATCHING-STATE
               PERFORM 3870-SEND-CURRENT-ADD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STATE-AT-EOF OR
                   STATE-IMAGE(3:40) NOT < CURRENT-IMAGE(3:40)
               PERFORM 3850-SEND-BALANCE-DELETE
           END-PERFORM
           IF NOT STATE-AT-EOF AND
              STATE-IMAGE(3:40) = CURRENT-IMAGE(3:40)
               IF STATE-IMAGE NOT = CURRENT-IMAGE
                   MOVE CURRENT-IMAGE TO DMART-RECORD
                   MOVE "C" TO DMB-ACTION
                   ADD 1 TO OUT-CHANGES(OUT-IDX)
                   MOVE DMB-CLOSING TO HASH-AMOUNT
                   PERFORM 7000-WRITE-DETAIL
               END-IF
               PERFORM 3860-READ-BALANCE-STATE
           ELSE
               PERFORM 3870-SEND-CURRENT-ADD
           END-IF.

       3850-SEND-BALANCE-DELETE.
           MOVE STATE-IMAGE TO DMART-RECORD
           MOVE "D" TO DMB-ACTION
           ADD 1 TO OUT-DELETES(OUT-IDX)
           MOVE DMB-CLOSING TO HASH-AMOUNT
           PERFORM 7000-WRITE-DETAIL
           PERFORM 3860-READ-BALANCE-STATE.

       3860-READ-BALANCE-STATE.
           READ SBSTATE INTO STATE-IMAGE
               AT END
                   SET STATE-AT-EOF TO TRUE
           END-READ.

       3870-SEND-CURRENT-ADD.
           MOVE CURRENT-IMAGE TO DMART-RECORD
           MOVE "A" TO DMB-ACTION
           ADD 1 TO OUT-ADDS(OUT-IDX)
           MOVE DMB-CLOSING TO HASH-AMOUNT
           PERFORM 7000-WRITE-DETAIL.

       3900-OPEN-BALANCE-STATE.
           MOVE "N" TO MATCH-MODE-FLAG
           MOVE "N" TO STATE-EOF-FLAG
           MOVE "FULL" TO OUT-LOAD-TYPE(OUT-IDX)
           MOVE SPACES TO OUT-SINCE-TS(OUT-IDX)
           IF FULL-RELOAD-REQUESTED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SBSTATE
           IF NOT STATE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 3860-READ-BALANCE-STATE
           IF STATE-AT-EOF OR STATE-IMAGE(1:1) NOT = "H"
               CLOSE SBSTATE
               EXIT PARAGRAPH
           END-IF
           MOVE STATE-IMAGE TO DMART-RECORD
           MOVE DM-HDR-CREATED-TS TO OUT-SINCE-TS(OUT-IDX)
           MOVE "DELTA" TO OUT-LOAD-TYPE(OUT-IDX)
           SET MATCHING-STATE TO TRUE
           PERFORM 3860-READ-BALANCE-STATE.

       3950-READ-BALANCE-SINCE.
      * The kept state's header stamps the last balance export sent;
      * blank when none was ever kept. DMFULL does not apply - there
      * is no ledger to send in full.
           MOVE "DELTA" TO OUT-LOAD-TYPE(OUT-IDX)
           MOVE SPACES TO OUT-SINCE-TS(OUT-IDX)
           MOVE "N" TO STATE-EOF-FLAG
           OPEN INPUT SBSTATE
           IF NOT STATE-FILE-OK
               IF STATE-FILE-STATUS = "05"
                   CLOSE SBSTATE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 3860-READ-BALANCE-STATE
           IF NOT STATE-AT-EOF AND STATE-IMAGE(1:1) = "H"
               MOVE STATE-IMAGE TO DMART-RECORD
               MOVE DM-HDR-CREATED-TS TO OUT-SINCE-TS(OUT-IDX)
           END-IF
           CLOSE SBSTATE
           MOVE "N" TO STATE-EOF-FLAG.

      *****************************************************************
      * The dimensions - always FULL.
      *****************************************************************
       4000-EXPORT-TABLES.
           MOVE 3 TO OUT-IDX
           MOVE "FULL" TO OUT-LOAD-TYPE(OUT-IDX)
           OPEN OUTPUT DTFILE
           PERFORM 7100-WRITE-HEADER
           PERFORM VARYING TL-IDX FROM 1 BY 1
                   UNTIL TL-IDX > TABLE-COUNT
               MOVE SPACES TO DMART-RECORD
               SET DM-IS-DETAIL TO TRUE
               MOVE TL-NAME(TL-IDX)          TO DMT-TABLE-NAME
               MOVE TL-FIRST-DATE(TL-IDX)    TO DMT-FIRST-DATE
               MOVE TL-LAST-DATE(TL-IDX)     TO DMT-LAST-DATE
               MOVE TL-OFFICIAL-DAYS(TL-IDX) TO DMT-OFFICIAL-DAYS
               MOVE TL-BALANCE-DAYS(TL-IDX)  TO DMT-BALANCE-DAYS
               MOVE SPACES TO ENTQ-REQUEST
               SET ENTQ-FOR-TABLE TO TRUE
               MOVE TL-NAME(TL-IDX) TO ENTQ-CODE
               CALL "ENTITY-OF" USING BY REFERENCE ENTQ-REQUEST
               IF ENTQ-WAS-FOUND
                   MOVE ENTQ-ENTITY      TO DMT-ENTITY
                   MOVE ENTQ-ENTITY-NAME TO DMT-ENTITY-NAME
               END-IF
               MOVE ZERO TO HASH-AMOUNT
               PERFORM 7000-WRITE-DETAIL
           END-PERFORM
           PERFORM 7200-WRITE-TRAILER
           CLOSE DTFILE.

       4200-EXPORT-CATEGORIES.
           MOVE 4 TO OUT-IDX
           MOVE "FULL" TO OUT-LOAD-TYPE(OUT-IDX)
           OPEN OUTPUT DCFILE
           PERFORM 7100-WRITE-HEADER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CATMFILE
           IF CATM-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ CATMFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF CATM-CODE NOT = SPACES
                               MOVE SPACES TO DMART-RECORD
                               SET DM-IS-DETAIL TO TRUE
                               MOVE CATM-CODE   TO DMC-CODE
                               MOVE CATM-DESC   TO DMC-DESC
                               MOVE CATM-PARENT TO DMC-PARENT
                               MOVE CATM-ACTIVE TO DMC-ACTIVE
                               MOVE ZERO TO HASH-AMOUNT
                               PERFORM 7000-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATMFILE
           END-IF
           PERFORM 7200-WRITE-TRAILER
           CLOSE DCFILE.

       4400-EXPORT-DATES.
           MOVE 5 TO OUT-IDX
           MOVE "FULL" TO OUT-LOAD-TYPE(OUT-IDX)
           OPEN OUTPUT DDFILE
           PERFORM 7100-WRITE-HEADER
           SORT SORTFILE
               ON ASCENDING KEY SRT-DATE SRT-SOURCE
               INPUT PROCEDURE IS 4410-RELEASE-DATES
               OUTPUT PROCEDURE IS 4450-WRITE-DATES
           PERFORM 7200-WRITE-TRAILER
           CLOSE DDFILE.

       4410-RELEASE-DATES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CALFILE
           IF CAL-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ CALFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           MOVE CAL-DATE     TO SRT-DATE
                           MOVE "C"          TO SRT-SOURCE
                           MOVE CAL-DAY-TYPE TO SRT-DAY-TYPE
                           RELEASE SRT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CALFILE
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT OFFMAST
           IF OFFM-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ OFFMAST
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           MOVE OFFM-RUN-DATE TO SRT-DATE
                           MOVE "F"           TO SRT-SOURCE
                           MOVE SPACE         TO SRT-DAY-TYPE
                           RELEASE SRT-RECORD
                   END-READ
               END-PERFORM
               CLOSE OFFMAST
           END-IF
           IF BALANCE-LEDGER-READ
               MOVE "N" TO EOF-FLAG
               OPEN INPUT BALLFILE
               IF BALL-FILE-OK
                   PERFORM UNTIL FILE-AT-EOF
                       READ BALLFILE
                           AT END
                               SET FILE-AT-EOF TO TRUE
                           NOT AT END
                               MOVE BALL-RUN-DATE TO SRT-DATE
                               MOVE "F"           TO SRT-SOURCE
                               MOVE SPACE         TO SRT-DAY-TYPE
                               RELEASE SRT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BALLFILE
               END-IF
           END-IF.

       4450-WRITE-DATES.
      * One line per date, on the first of its group - the calendar
      * entry when there is one.
           MOVE SPACES TO LAST-DATE-OUT
           MOVE "N" TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-AT-EOF
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-EOF TO TRUE
                   NOT AT END
                       IF SRT-DATE NOT = LAST-DATE-OUT
                           MOVE SRT-DATE TO LAST-DATE-OUT
                           PERFORM 4460-WRITE-ONE-DATE
                       END-IF
               END-RETURN
           END-PERFORM.

       4460-WRITE-ONE-DATE.
           MOVE SRT-DATE TO WORK-DATE
           PERFORM 4900-DATE-TO-INTEGER
           IF DATE-INTEGER = 0
               ADD 1 TO BAD-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DMART-RECORD
           SET DM-IS-DETAIL TO TRUE
           MOVE SRT-DATE TO DMD-DATE
           MOVE DATE-DIGITS(1:4) TO DMD-YEAR
           MOVE DATE-DIGITS(5:2) TO DMD-MONTH
      * Day 1 of the integer calendar, 1601-01-01, was a Monday.
           COMPUTE DMD-DAY-OF-WEEK =
               FUNCTION MOD(DATE-INTEGER - 1, 7) + 1
           IF SRT-SOURCE = "C"
               MOVE SRT-DAY-TYPE TO DMD-DAY-TYPE
               MOVE "Y" TO DMD-ON-CALENDAR
           ELSE
               MOVE "B" TO DMD-DAY-TYPE
               MOVE "N" TO DMD-ON-CALENDAR
           END-IF
           MOVE SPACES TO PERQ-REQUEST
           SET PERQ-BY-DATE TO TRUE
           MOVE SRT-DATE TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           IF PERQ-WAS-FOUND
               MOVE PERQ-PERIOD-ID TO DMD-PERIOD-ID
               MOVE PERQ-BASIS     TO DMD-PERIOD-BASIS
           END-IF
           MOVE ZERO TO HASH-AMOUNT
           PERFORM 7000-WRITE-DETAIL.

       4600-EXPORT-SHOPS.
           MOVE 6 TO OUT-IDX
           MOVE "FULL" TO OUT-LOAD-TYPE(OUT-IDX)
           OPEN OUTPUT DSFILE
           PERFORM 7100-WRITE-HEADER
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SHOPFILE
           IF SHOP-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ SHOPFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF SHOP-CODE NOT = SPACES
                               PERFORM 4610-WRITE-ONE-SHOP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHOPFILE
           END-IF
           PERFORM 7200-WRITE-TRAILER
           CLOSE DSFILE.

       4610-WRITE-ONE-SHOP.
           MOVE SPACES TO DMART-RECORD
           SET DM-IS-DETAIL TO TRUE
           MOVE SHOP-CODE       TO DMS-CODE
           MOVE SHOP-NAME       TO DMS-NAME
           MOVE SHOP-REGION     TO DMS-REGION
           MOVE SHOP-DISTRICT   TO DMS-DISTRICT
           MOVE SHOP-CURRENCY   TO DMS-CURRENCY
           MOVE SHOP-OPEN-DATE  TO DMS-OPEN-DATE
           MOVE SHOP-CLOSE-DATE TO DMS-CLOSE-DATE
           MOVE SPACES TO ENTQ-REQUEST
           SET ENTQ-FOR-SHOP TO TRUE
           MOVE SHOP-CODE TO ENTQ-CODE
           CALL "ENTITY-OF" USING BY REFERENCE ENTQ-REQUEST
           IF ENTQ-WAS-FOUND
               MOVE ENTQ-ENTITY TO DMS-ENTITY
           END-IF
           MOVE ZERO TO HASH-AMOUNT
           PERFORM 7000-WRITE-DETAIL.

       4900-DATE-TO-INTEGER.
      * WORK-DATE (YYYY-MM-DD) to its day integer, 0 when it is not
      * a real day.
           MOVE 0 TO DATE-INTEGER
           MOVE SPACES TO DATE-DIGITS
           STRING WORK-DATE(1:4) DELIMITED BY SIZE
                  WORK-DATE(6:2) DELIMITED BY SIZE
                  WORK-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-DIGITS
           END-STRING
           IF WORK-DATE(5:1) NOT = "-" OR WORK-DATE(8:1) NOT = "-" OR
              DATE-DIGITS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUMBER) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE DATE-INTEGER = FUNCTION INTEGER-OF-DATE(DATE-NUMBER).

      *****************************************************************
      * The envelope - OUT-IDX says which file.
      *****************************************************************
       7000-WRITE-DETAIL.
      * DMART-RECORD and HASH-AMOUNT set by the caller. In cents,
      * high-order overflow dropped - the CBDETL envelope hash
      * convention.
           PERFORM 7900-WRITE-OUT-LINE
           ADD 1 TO OUT-COUNT(OUT-IDX)
           COMPUTE OUT-HASH(OUT-IDX) =
               FUNCTION MOD(OUT-HASH(OUT-IDX) +
                            FUNCTION ABS(HASH-AMOUNT) * 100,
                            1000000000000000).

       7100-WRITE-HEADER.
           MOVE SPACES TO DMART-RECORD
           SET DM-IS-HEADER TO TRUE
           MOVE OUT-NAME(OUT-IDX)      TO DM-HDR-FILE-ID
           MOVE BUSINESS-DATE          TO DM-HDR-EXPORT-DATE
           MOVE OUT-LOAD-TYPE(OUT-IDX) TO DM-HDR-LOAD-TYPE
           MOVE CREATED-TS             TO DM-HDR-CREATED-TS
           MOVE OUT-SINCE-TS(OUT-IDX)  TO DM-HDR-SINCE-TS
           MOVE "01"                   TO DM-HDR-VERSION
           PERFORM 7900-WRITE-OUT-LINE.

       7200-WRITE-TRAILER.
           MOVE SPACES TO DMART-RECORD
           SET DM-IS-TRAILER TO TRUE
           MOVE OUT-COUNT(OUT-IDX) TO DM-TRL-COUNT
           MOVE OUT-HASH(OUT-IDX)  TO DM-TRL-HASH
           PERFORM 7900-WRITE-OUT-LINE.

       7900-WRITE-OUT-LINE.
           EVALUATE OUT-IDX
               WHEN 1
                   WRITE FO-LINE FROM DMART-RECORD
               WHEN 2
                   WRITE FB-LINE FROM DMART-RECORD
               WHEN 3
                   WRITE DT-LINE FROM DMART-RECORD
               WHEN 4
                   WRITE DC-LINE FROM DMART-RECORD
               WHEN 5
                   WRITE DD-LINE FROM DMART-RECORD
               WHEN 6
                   WRITE DS-LINE FROM DMART-RECORD
           END-EVALUATE.

       8000-REPLACE-STATE.
      * Every file is written - tonight's state becomes what was
      * sent. The balance state stays as it was when the ledger
      * could not be read.
           MOVE "SUMDMSON" TO NAME-FROM-Z
           MOVE "SUMDMSO"  TO NAME-TO-Z
           PERFORM 8100-RENAME-ONE
           IF BALANCE-LEDGER-READ
               MOVE "SUMDMSBN" TO NAME-FROM-Z
               MOVE "SUMDMSB"  TO NAME-TO-Z
               PERFORM 8100-RENAME-ONE
           END-IF.

       8100-RENAME-ONE.
           INSPECT NAME-FROM-Z REPLACING TRAILING SPACE BY LOW-VALUE
           INSPECT NAME-TO-Z REPLACING TRAILING SPACE BY LOW-VALUE
           CALL "CBL_RENAME_FILE" USING NAME-FROM-Z, NAME-TO-Z
               RETURNING RENAME-RC
           END-CALL
           IF RENAME-RC NOT = 0
               INSPECT NAME-TO-Z REPLACING ALL LOW-VALUE BY SPACE
               MOVE SPACES TO LOG-TEXT
               STRING "DATA MART: SENT STATE NOT KEPT ON "
                          DELIMITED BY SIZE
                      NAME-TO-Z DELIMITED BY SPACE
                      " - RERUN WITH DMFULL=Y" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               SET SENT-STATE-LOST TO TRUE
           END-IF.

      *****************************************************************
      * DMARTRPT - what each file carried.
      *****************************************************************
       9000-WRITE-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "DMARTRPT" TO RW-FILE-NAME
           STRING "DATA-MART EXPORT FOR " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
               INTO RW-TITLE
           END-STRING
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "FILE     LOAD       RECORDS        ADDS     CHANGES"
               TO RPT-LINE
           MOVE "DELETES" TO RPT-LINE(60:7)
           PERFORM 9800-WRITE-RPT-LINE
           MOVE ALL "-" TO RPT-LINE(1:66)
           PERFORM 9800-WRITE-RPT-LINE
           PERFORM VARYING OUT-IDX FROM 1 BY 1 UNTIL OUT-IDX > 6
               MOVE OUT-COUNT(OUT-IDX)   TO FILE-COUNT-EDITED
               MOVE OUT-NAME(OUT-IDX)    TO RPT-LINE(1:8)
               MOVE OUT-LOAD-TYPE(OUT-IDX) TO RPT-LINE(10:5)
               MOVE FILE-COUNT-EDITED    TO RPT-LINE(16:11)
               IF OUT-IDX < 3
                   MOVE OUT-ADDS(OUT-IDX)    TO ADD-EDITED
                   MOVE OUT-CHANGES(OUT-IDX) TO CHANGE-EDITED
                   MOVE OUT-DELETES(OUT-IDX) TO DELETE-EDITED
                   MOVE ADD-EDITED           TO RPT-LINE(28:11)
                   MOVE CHANGE-EDITED        TO RPT-LINE(40:11)
                   MOVE DELETE-EDITED        TO RPT-LINE(56:11)
               END-IF
               PERFORM 9800-WRITE-RPT-LINE
           END-PERFORM
           PERFORM 9800-WRITE-RPT-LINE

           IF OUT-SINCE-TS(1) NOT = SPACES
               STRING "OFFICIAL CHANGES SINCE EXPORT OF "
                          DELIMITED BY SIZE
                      OUT-SINCE-TS(1) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 9800-WRITE-RPT-LINE
           END-IF
           IF FULL-RELOAD-REQUESTED
               MOVE "FULL RELOAD REQUESTED (DMFULL=Y)" TO RPT-LINE
               PERFORM 9800-WRITE-RPT-LINE
           END-IF
           MOVE ADJ-USED-COUNT TO COUNT-EDITED
           STRING "OFFM-ADJ CORRECTED FIGURES USED: " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-EDITED) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 9800-WRITE-RPT-LINE
           IF ADJ-TABLE-FULL
               MOVE "OVER 5000 ADJUSTMENTS - THE REST NOT APPLIED"
                   TO RPT-LINE
               PERFORM 9800-WRITE-RPT-LINE
           END-IF
           IF TABLE-LIST-FULL
               MOVE "OVER 500 TABLES - THE REST LEFT OFF SUMDMDT"
                   TO RPT-LINE
               PERFORM 9800-WRITE-RPT-LINE
           END-IF
           IF NOT BALANCE-LEDGER-READ
               MOVE "SUMBALL NOT READABLE - NO BALANCE CHANGES SENT"
                   TO RPT-LINE
               PERFORM 9800-WRITE-RPT-LINE
           END-IF
           IF BAD-DATE-COUNT > 0
               MOVE BAD-DATE-COUNT TO COUNT-EDITED
               STRING "DATES NOT YYYY-MM-DD, LEFT OFF SUMDMDD: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-EDITED) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 9800-WRITE-RPT-LINE
           END-IF
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       9800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       END PROGRAM DMART-EXP.
