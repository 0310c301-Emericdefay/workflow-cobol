       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-ARR.

      *****************************************************************
      * LATE-ARR - late-arriving back-dated rows. The POS export
      * sometimes writes rows dated yesterday or last week after that
      * date's official total is already on SUMOFFM; they fall
      * outside every later filter window, or land in the wrong
      * day's figure, and nobody noticed. Run each night after the
      * master takes the night's total, this looks at every business
      * date in its window that is official on SUMOFFM, per table,
      * and sets what the table holds for the date now against what
      * it held at the last look (the SUMLATEB register, CBLATEB).
      *
      * The window runs back LATEDAYS days (environment, default 35,
      * 1 to 366) from the business date. A date is first looked at
      * on the run after it is promoted; what the table held then is
      * the figure the official total was taken from. Tables are the
      * ones with official dates in the window, in the SUMPARM
      * database; the amount column is the table's SUMMANIF (or
      * SUMPARM) key column name where one is mapped, else VALUE -
      * the column ROW-ARCH hashes. Rows are dated by the DATE
      * column (YYYY-MM-DD) the scan's date filters read.
      *
      * Per date with rows arrived since the last look, the rows and
      * amount go to the late-arrivals report (LATERPT) under their
      * original date; a date whose period (PERIOD-OF) is closed on
      * SUMCLOSE is alerted as well. Every date the official total
      * is still short of - late rows since the promotion that no
      * OFFM-ADJ adjustment has yet taken up - gets a proposed
      * adjustment on SUMLATEADJ in the OFFM-ADJ layout (CBOFFADJ):
      * the master figure, and that figure plus the late rows. The
      * file is rebuilt each run, so it always holds exactly what is
      * outstanding; OFFM-ADJ offers the proposal when the operator
      * keys that table and date, and once applied the figure in
      * force (SUMOFFADJ) matches and the proposal drops off. A
      * master record superseded since the first look starts its
      * date over - the rerun took the late rows in.
      *
      * RC 0 = nothing late, nothing outstanding; 4 = late arrivals
      * tonight or proposals outstanding; 8 = a table could not be
      * looked at, or the master or database would not open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "SUMPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPTIONAL MANIFFILE ASSIGN TO "SUMMANIF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MANIF-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT OFFMAST ASSIGN TO "SUMOFFM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OFFM-KEY
               FILE STATUS IS OFFM-FILE-STATUS.
           SELECT OPTIONAL ADJFILE ASSIGN TO "SUMOFFADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ADJ-FILE-STATUS.
           SELECT OPTIONAL CLOSEFILE ASSIGN TO "SUMCLOSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLOSE-FILE-STATUS.
           SELECT OPTIONAL LATEBFILE ASSIGN TO "SUMLATEB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LATEB-FILE-STATUS.
           SELECT PROPFILE ASSIGN TO "SUMLATEADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
           COPY CBPARM.

       FD  MANIFFILE.
           COPY CBMANIF.

       FD  BDATEFILE.
           COPY CBBDATE.

       FD  OFFMAST.
           COPY CBOFFM.

       FD  ADJFILE.
           COPY CBOFFADJ.

       FD  CLOSEFILE.
           COPY CBCLOSE.

       FD  LATEBFILE.
           COPY CBLATEB.

       FD  PROPFILE.
           COPY CBOFFADJ REPLACING ==OFFADJ-RECORD== BY ==PROP-RECORD==
                                   LEADING ==ADJ-== BY ==PROP-==.

       WORKING-STORAGE SECTION.
       01 PARM-FILE-STATUS    PIC XX.
           88 PARM-FILE-OK        VALUE "00".
       01 MANIF-FILE-STATUS   PIC XX.
           88 MANIF-FILE-OK       VALUE "00" "05".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 OFFM-FILE-STATUS    PIC XX.
           88 OFFM-FILE-OK        VALUE "00".
       01 ADJ-FILE-STATUS     PIC XX.
           88 ADJ-FILE-OK         VALUE "00" "05".
       01 CLOSE-FILE-STATUS   PIC XX.
           88 CLOSE-FILE-OK       VALUE "00" "05".
       01 LATEB-FILE-STATUS   PIC XX.
           88 LATEB-FILE-OK       VALUE "00" "05".
       01 PROP-FILE-STATUS    PIC XX.
       01 EOF-FLAG            PIC X.
           88 FILE-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 BUSINESS-DATE       PIC X(10).
       01 CURRENT-DATE-WORK   PIC X(21).
       01 RUN-TIMESTAMP       PIC X(16).

      * Look-back window - env LATEDAYS, in days before the business
      * date.
       01 WINDOW-DAYS-INPUT   PIC X(6).
       01 WINDOW-DAYS         PIC 9(5) COMP-5 VALUE 35.
       01 WINDOW-EDITED       PIC ZZ9.
       01 WINDOW-FROM-DATE    PIC X(10).
       01 WINDOW-DAY-NUM      PIC 9(8) COMP-5.
       01 DATE-DIGITS         PIC 9(8).
       01 DATE-DIGITS-X REDEFINES DATE-DIGITS PIC X(8).

       01 DBNAME              PIC X(64) VALUE "test.db".
       01 DBNAME-Z            PIC X(65).
       01 PARM-TABLE          PIC X(30) VALUE SPACES.
       01 PARM-KEY-COLUMN     PIC X(20) VALUE SPACES.
       01 NAME-TEXT           PIC X(30).
       01 NAME-LEN            PIC 99 COMP-5.
       01 NAME-IDX            PIC 99 COMP-5.
       01 NAME-CHAR           PIC X.
       01 NAME-FLAG           PIC X.
           88 NAME-IS-PLAIN       VALUE "Y".

       01 DB                  POINTER.
       01 ERR                 POINTER.
       01 RC                  PIC 9 COMP-5.
       01 EXEC-RC             PIC 9 COMP-5.
       01 LATE-CALLBACK       PROCEDURE-POINTER.
       01 SQLTEXT             PIC X(400).
       01 DB-OPEN-FLAG        PIC X VALUE "N".
           88 DB-IS-OPEN          VALUE "Y".
           COPY CBLATEQ.
       01 LQ-IDX              PIC 9(3) COMP-5.

       01 SETUP-REASON        PIC X(40).

      * Column-role map from the manifest - which column carries the
      * amount for each listed table.
       01 MANIF-COUNT         PIC 99 COMP-5 VALUE 0.
       01 MANIF-TABLE-WS.
           05 MW-ENTRY OCCURS 50 TIMES.
               10 MW-TABLE-NAME  PIC X(30).
               10 MW-KEY-COLUMN  PIC X(20).
       01 MW-IDX              PIC 99 COMP-5.

      * Official dates in the window, every table, in master key
      * order - table, then date - with the figure in force after
      * any OFFM-ADJ adjustment.
       01 MASTER-COUNT        PIC 9(4) COMP-5 VALUE 0.
       01 MASTER-TABLE-WS.
           05 MT-ENTRY OCCURS 2000 TIMES.
               10 MT-TABLE-NAME  PIC X(30).
               10 MT-RUN-DATE    PIC X(10).
               10 MT-TOTAL       PIC S9(9)V99.
               10 MT-IN-FORCE    PIC S9(9)V99.
               10 MT-POSTED-TS   PIC X(16).
       01 MT-IDX              PIC 9(4) COMP-5.
       01 MT-HIT-IDX          PIC 9(4) COMP-5.
       01 MASTER-FULL-FLAG    PIC X VALUE "N".
           88 MASTER-TABLE-FULL   VALUE "Y".

      * The tables those dates belong to, with their amount column.
       01 TABLE-COUNT         PIC 99 COMP-5 VALUE 0.
       01 TABLE-LIST-WS.
           05 TL-ENTRY OCCURS 50 TIMES.
               10 TL-TABLE-NAME  PIC X(30).
               10 TL-AMOUNT-COL  PIC X(20).
       01 TL-IDX              PIC 99 COMP-5.

      * Period closes in file order - the last record for a period
      * (or its year) wins, the OFFMAST-UPD reading.
       01 CLOSE-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01 CLOSE-TABLE-WS.
           05 CW-ENTRY OCCURS 500 TIMES.
               10 CW-PERIOD      PIC X(7).
               10 CW-STATUS      PIC X.
       01 CW-IDX              PIC 9(3) COMP-5.
           COPY CBPERQ.
       01 PERIOD-CLOSED-FLAG  PIC X.
           88 PERIOD-IS-CLOSED    VALUE "Y".

      * The register, loaded whole and rewritten whole.
       01 REG-COUNT           PIC 9(4) COMP-5 VALUE 0.
       01 REG-TABLE-WS.
           05 RG-ENTRY OCCURS 3000 TIMES.
               10 RG-TABLE-NAME   PIC X(30).
               10 RG-RUN-DATE     PIC X(10).
               10 RG-POSTED-TS    PIC X(16).
               10 RG-PROMO-ROWS   PIC 9(9).
               10 RG-PROMO-AMOUNT PIC S9(9)V99.
               10 RG-SEEN-ROWS    PIC 9(9).
               10 RG-SEEN-AMOUNT  PIC S9(9)V99.
       01 RG-IDX              PIC 9(4) COMP-5.
       01 RG-HIT-IDX          PIC 9(4) COMP-5.
       01 REG-FULL-FLAG       PIC X VALUE "N".
           88 REGISTER-FULL       VALUE "Y".
       01 REG-LOST-FLAG       PIC X VALUE "N".
           88 REGISTER-LOST-DATES VALUE "Y".

      * The date in hand.
       01 CUR-ROWS            PIC 9(9).
       01 CUR-AMOUNT          PIC S9(9)V99.
       01 NEW-ROWS            PIC S9(9).
       01 NEW-AMOUNT          PIC S9(9)V99.
       01 PENDING-ROWS        PIC S9(9).
       01 PENDING-AMOUNT      PIC S9(9)V99.
       01 PROPOSED-TOTAL      PIC S9(9)V99.
       01 TABLE-LATE-COUNT    PIC 9(5).

       01 LATE-DATE-COUNT     PIC 9(5) VALUE 0.
       01 LATE-ROWS-TOTAL     PIC S9(9) VALUE 0.
       01 LATE-AMOUNT-TOTAL   PIC S9(9)V99 VALUE 0.
       01 CLOSED-LATE-COUNT   PIC 9(5) VALUE 0.
       01 PROPOSAL-COUNT      PIC 9(5) VALUE 0.
       01 TABLES-LOOKED       PIC 9(5) VALUE 0.
       01 TABLES-REFUSED      PIC 9(5) VALUE 0.
       01 REFUSE-REASON       PIC X(30).

       01 ROWS-EDITED         PIC +++,++9.
       01 AMOUNT-EDITED       PIC +++,+++,++9.99.
       01 TOTAL-EDITED        PIC -ZZZ,ZZZ,ZZ9.99.
       01 TOTAL-2-EDITED      PIC -ZZZ,ZZZ,ZZ9.99.
       01 COUNT-EDITED        PIC ZZ,ZZ9.
       01 COUNT-2-EDITED      PIC ZZ,ZZ9.
       01 PERIOD-STATE        PIC X(7).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:16) TO RUN-TIMESTAMP
           MOVE SPACES TO SETUP-REASON
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 1100-READ-PARM
           PERFORM 1150-LOAD-MANIFEST
           PERFORM 1200-SET-WINDOW
           PERFORM 6000-START-REPORT
           IF SETUP-REASON = SPACES
               PERFORM 1300-LOAD-MASTER
           END-IF
           IF SETUP-REASON = SPACES
               PERFORM 1400-LOAD-ADJUSTMENTS
               PERFORM 1500-LOAD-CLOSES
               PERFORM 1600-LOAD-REGISTER
               IF TABLE-COUNT > 0
                   PERFORM 1700-OPEN-DATABASE
               END-IF
           END-IF
           IF SETUP-REASON NOT = SPACES
               STRING "** NOTHING LOOKED AT - " DELIMITED BY SIZE
                      SETUP-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6900-END-REPORT
               MOVE SPACES TO LOG-TEXT
               STRING "LATE ARRIVALS NOT CHECKED: " DELIMITED BY SIZE
                      SETUP-REASON DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PROPFILE
           IF TABLE-COUNT = 0
               MOVE "NO OFFICIAL DATES IN THE WINDOW - NOTHING TO DO"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 2000-LOOK-AT-ONE-TABLE
               VARYING TL-IDX FROM 1 BY 1
               UNTIL TL-IDX > TABLE-COUNT
           CLOSE PROPFILE
           IF DB-IS-OPEN
               CALL "sqlite3_close" USING BY VALUE DB END-CALL
           END-IF

           PERFORM 3000-REWRITE-REGISTER
           PERFORM 6500-PRINT-RUN-TOTALS
           PERFORM 6900-END-REPORT

           MOVE LATE-DATE-COUNT TO COUNT-EDITED
           MOVE PROPOSAL-COUNT TO COUNT-2-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "LATE ARRIVALS:" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " DATES TONIGHT," DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " ADJUSTMENTS PROPOSED - SEE LATERPT"
                      DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           IF LATE-DATE-COUNT > 0 OR PROPOSAL-COUNT > 0
               MOVE "W" TO LOG-SEV
           ELSE
               MOVE "I" TO LOG-SEV
           END-IF
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           EVALUATE TRUE
               WHEN TABLES-REFUSED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN LATE-DATE-COUNT > 0 OR PROPOSAL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
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

       1100-READ-PARM.
      * The database the scan is pointed at, and the card's own
      * table and amount column for the role lookup.
           OPEN INPUT PARMFILE
           IF PARM-FILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DBNAME NOT = SPACES
                           MOVE PARM-DBNAME TO DBNAME
                       END-IF
                       MOVE PARM-TABLE-NAME   TO PARM-TABLE
                       MOVE PARM-COL-KEY-NAME TO PARM-KEY-COLUMN
               END-READ
               CLOSE PARMFILE
           END-IF
           MOVE DBNAME TO DBNAME-Z
           INSPECT DBNAME-Z REPLACING TRAILING SPACE BY LOW-VALUE.

       1150-LOAD-MANIFEST.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT MANIFFILE
           IF NOT MANIF-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ MANIFFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF MANIF-COUNT < 50
                           ADD 1 TO MANIF-COUNT
                           MOVE MANIF-TABLE-NAME
                               TO MW-TABLE-NAME(MANIF-COUNT)
                           MOVE MANIF-COL-KEY-NAME
                               TO MW-KEY-COLUMN(MANIF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFFILE.

       1200-SET-WINDOW.
           MOVE SPACES TO WINDOW-DAYS-INPUT
           ACCEPT WINDOW-DAYS-INPUT FROM ENVIRONMENT "LATEDAYS"
           IF WINDOW-DAYS-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WINDOW-DAYS-INPUT) = 0
                   COMPUTE WINDOW-DAYS =
                       FUNCTION NUMVAL(WINDOW-DAYS-INPUT)
               ELSE
                   MOVE 0 TO WINDOW-DAYS
               END-IF
           END-IF
           IF WINDOW-DAYS < 1 OR WINDOW-DAYS > 366
               MOVE "LATEDAYS NOT 1 TO 366" TO SETUP-REASON
               MOVE 35 TO WINDOW-DAYS
           END-IF
           MOVE BUSINESS-DATE(1:4) TO DATE-DIGITS-X(1:4)
           MOVE BUSINESS-DATE(6:2) TO DATE-DIGITS-X(5:2)
           MOVE BUSINESS-DATE(9:2) TO DATE-DIGITS-X(7:2)
           COMPUTE WINDOW-DAY-NUM = FUNCTION INTEGER-OF-DATE
               (DATE-DIGITS)
           SUBTRACT WINDOW-DAYS FROM WINDOW-DAY-NUM
           COMPUTE DATE-DIGITS = FUNCTION DATE-OF-INTEGER
               (WINDOW-DAY-NUM)
           MOVE SPACES TO WINDOW-FROM-DATE
           STRING DATE-DIGITS-X(1:4) "-" DATE-DIGITS-X(5:2) "-"
                  DATE-DIGITS-X(7:2) DELIMITED BY SIZE
               INTO WINDOW-FROM-DATE
           END-STRING.

       1300-LOAD-MASTER.
      * Every official date in the window; the tables fall out of
      * the same pass, since the master comes back table by table.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT OFFMAST
           IF NOT OFFM-FILE-OK
               MOVE "SUMOFFM WOULD NOT OPEN" TO SETUP-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ OFFMAST
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF OFFM-RUN-DATE NOT < WINDOW-FROM-DATE AND
                          OFFM-RUN-DATE NOT > BUSINESS-DATE
                           PERFORM 1350-TAKE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFMAST
           IF MASTER-TABLE-FULL
               MOVE "LATE: OVER 2000 OFFICIAL DATES IN WINDOW - PARTIAL"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       1350-TAKE-MASTER-RECORD.
           IF MASTER-COUNT NOT < 2000
               SET MASTER-TABLE-FULL TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MASTER-COUNT
           MOVE OFFM-TABLE-NAME TO MT-TABLE-NAME(MASTER-COUNT)
           MOVE OFFM-RUN-DATE   TO MT-RUN-DATE(MASTER-COUNT)
           MOVE OFFM-TOTAL      TO MT-TOTAL(MASTER-COUNT)
           MOVE OFFM-TOTAL      TO MT-IN-FORCE(MASTER-COUNT)
           MOVE OFFM-POSTED-TS  TO MT-POSTED-TS(MASTER-COUNT)
           IF TABLE-COUNT > 0
               IF TL-TABLE-NAME(TABLE-COUNT) = OFFM-TABLE-NAME
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TABLE-COUNT NOT < 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TABLE-COUNT
           MOVE OFFM-TABLE-NAME TO TL-TABLE-NAME(TABLE-COUNT)
      * The amount column: the manifest's mapping for the table,
      * else the card's when it is the card's table, else VALUE.
           MOVE "VALUE" TO TL-AMOUNT-COL(TABLE-COUNT)
           IF OFFM-TABLE-NAME = PARM-TABLE AND
              PARM-KEY-COLUMN NOT = SPACES
               MOVE PARM-KEY-COLUMN TO TL-AMOUNT-COL(TABLE-COUNT)
           END-IF
           PERFORM VARYING MW-IDX FROM 1 BY 1
                   UNTIL MW-IDX > MANIF-COUNT
               IF MW-TABLE-NAME(MW-IDX) = OFFM-TABLE-NAME AND
                  MW-KEY-COLUMN(MW-IDX) NOT = SPACES
                   MOVE MW-KEY-COLUMN(MW-IDX)
                       TO TL-AMOUNT-COL(TABLE-COUNT)
               END-IF
           END-PERFORM.

       1400-LOAD-ADJUSTMENTS.
      * The latest adjustment for a key is the figure in force.
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
                       PERFORM VARYING MT-IDX FROM 1 BY 1
                               UNTIL MT-IDX > MASTER-COUNT
                           IF MT-TABLE-NAME(MT-IDX) = ADJ-TABLE-NAME
                              AND MT-RUN-DATE(MT-IDX) = ADJ-RUN-DATE
                               MOVE ADJ-NEW-TOTAL
                                   TO MT-IN-FORCE(MT-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ADJFILE.

       1500-LOAD-CLOSES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CLOSEFILE
           IF NOT CLOSE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ CLOSEFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF CLOSE-COUNT < 500
                           ADD 1 TO CLOSE-COUNT
                           MOVE CLOSE-PERIOD
                               TO CW-PERIOD(CLOSE-COUNT)
                           MOVE CLOSE-STATUS
                               TO CW-STATUS(CLOSE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSEFILE.

       1600-LOAD-REGISTER.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LATEBFILE
           IF NOT LATEB-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ LATEBFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF REG-COUNT < 3000
                           ADD 1 TO REG-COUNT
                           MOVE LATE-TABLE-NAME
                               TO RG-TABLE-NAME(REG-COUNT)
                           MOVE LATE-RUN-DATE
                               TO RG-RUN-DATE(REG-COUNT)
                           MOVE LATE-POSTED-TS
                               TO RG-POSTED-TS(REG-COUNT)
                           MOVE LATE-PROMO-ROWS
                               TO RG-PROMO-ROWS(REG-COUNT)
                           MOVE LATE-PROMO-AMOUNT
                               TO RG-PROMO-AMOUNT(REG-COUNT)
                           MOVE LATE-SEEN-ROWS
                               TO RG-SEEN-ROWS(REG-COUNT)
                           MOVE LATE-SEEN-AMOUNT
                               TO RG-SEEN-AMOUNT(REG-COUNT)
                       ELSE
                           SET REGISTER-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LATEBFILE.

       1700-OPEN-DATABASE.
           SET DB  TO NULL
           SET ERR TO NULL
           CALL "sqlite3_open" USING
               BY REFERENCE DBNAME-Z
               BY REFERENCE DB
               RETURNING    RC
           END-CALL
           IF RC = ZERO
               SET DB-IS-OPEN TO TRUE
           ELSE
               MOVE "DATABASE COULD NOT BE OPENED" TO SETUP-REASON
           END-IF.

       2000-LOOK-AT-ONE-TABLE.
           MOVE SPACES TO RPT-LINE
           STRING "TABLE " DELIMITED BY SIZE
                  TL-TABLE-NAME(TL-IDX) DELIMITED BY SPACE
                  "  AMOUNT COLUMN " DELIMITED BY SIZE
                  TL-AMOUNT-COL(TL-IDX) DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE SPACES TO REFUSE-REASON
      * Both names go straight into the statement - letters, digits
      * and underscores only, leading with a letter.
           MOVE TL-TABLE-NAME(TL-IDX) TO NAME-TEXT
           PERFORM 2050-CHECK-PLAIN-NAME
           IF NOT NAME-IS-PLAIN
               MOVE "TABLE NAME NOT A PLAIN NAME" TO REFUSE-REASON
           END-IF
           MOVE TL-AMOUNT-COL(TL-IDX) TO NAME-TEXT
           PERFORM 2050-CHECK-PLAIN-NAME
           IF NOT NAME-IS-PLAIN AND REFUSE-REASON = SPACES
               MOVE "AMOUNT COLUMN NOT A PLAIN NAME" TO REFUSE-REASON
           END-IF
           IF REFUSE-REASON = SPACES
               PERFORM 2100-RUN-DATE-QUERY
           END-IF
           IF REFUSE-REASON NOT = SPACES
               ADD 1 TO TABLES-REFUSED
               STRING "  ** NOT LOOKED AT - " DELIMITED BY SIZE
                      REFUSE-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "LATE ARRIVALS NOT CHECKED FOR " DELIMITED BY SIZE
                      TL-TABLE-NAME(TL-IDX) DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      REFUSE-REASON DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TABLES-LOOKED
           MOVE 0 TO TABLE-LATE-COUNT
           PERFORM VARYING MT-IDX FROM 1 BY 1
                   UNTIL MT-IDX > MASTER-COUNT
               IF MT-TABLE-NAME(MT-IDX) = TL-TABLE-NAME(TL-IDX)
                   PERFORM 2200-LOOK-AT-ONE-DATE
               END-IF
           END-PERFORM
           IF TABLE-LATE-COUNT = 0
               MOVE "  NO LATE ARRIVALS, NOTHING OUTSTANDING"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF LQ-OVERFLOWED
               MOVE "  ** MORE DATES THAN THE CAPTURE HOLDS - PARTIAL"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       2050-CHECK-PLAIN-NAME.
           MOVE "Y" TO NAME-FLAG
           MOVE 0 TO NAME-LEN
           INSPECT NAME-TEXT TALLYING NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF NAME-LEN = 0
               MOVE "N" TO NAME-FLAG
               EXIT PARAGRAPH
           END-IF
           IF NAME-TEXT(NAME-LEN + 1:) NOT = SPACES OR
              NAME-TEXT(1:1) IS NOT ALPHABETIC
               MOVE "N" TO NAME-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > NAME-LEN
               MOVE NAME-TEXT(NAME-IDX:1) TO NAME-CHAR
               IF NAME-CHAR IS NOT ALPHABETIC AND
                  NAME-CHAR IS NOT NUMERIC AND
                  NAME-CHAR NOT = "_"
                   MOVE "N" TO NAME-FLAG
               END-IF
           END-PERFORM.

       2100-RUN-DATE-QUERY.
      * One pass over the window: per transaction date, the rows
      * and the amount in cents - the ROW-ARCH hash arithmetic
      * without the ABS, so a reversal row nets.
           INITIALIZE LATE-CONTEXT
           MOVE SPACES TO SQLTEXT
           STRING "SELECT substr(DATE,1,10), COUNT(*), "
                      DELIMITED BY SIZE
                  "COALESCE(SUM(CAST(ROUND(" DELIMITED BY SIZE
                  TL-AMOUNT-COL(TL-IDX) DELIMITED BY SPACE
                  "*100) AS INTEGER)),0) FROM " DELIMITED BY SIZE
                  TL-TABLE-NAME(TL-IDX) DELIMITED BY SPACE
                  " WHERE substr(DATE,1,10) BETWEEN '"
                      DELIMITED BY SIZE
                  WINDOW-FROM-DATE DELIMITED BY SIZE
                  "' AND '" DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  "' GROUP BY substr(DATE,1,10);" DELIMITED BY SIZE
               INTO SQLTEXT
           END-STRING
           INSPECT SQLTEXT REPLACING TRAILING SPACE BY LOW-VALUE
           SET LATE-CALLBACK TO ADDRESS OF ENTRY "LATE-CB"
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE SQLTEXT
               BY VALUE     LATE-CALLBACK
               BY REFERENCE LATE-CONTEXT
               BY REFERENCE ERR
               RETURNING EXEC-RC
           END-CALL
           IF EXEC-RC NOT = ZERO
               MOVE "TABLE MISSING OR NO DATE/AMOUNT" TO REFUSE-REASON
           END-IF.

       2200-LOOK-AT-ONE-DATE.
           MOVE 0 TO CUR-ROWS
           MOVE 0 TO CUR-AMOUNT
           PERFORM VARYING LQ-IDX FROM 1 BY 1
                   UNTIL LQ-IDX > LQ-DATE-COUNT
               IF LQ-DATE(LQ-IDX) = MT-RUN-DATE(MT-IDX)
                   MOVE LQ-ROWS(LQ-IDX) TO CUR-ROWS
                   COMPUTE CUR-AMOUNT = LQ-CENTS(LQ-IDX) / 100
               END-IF
           END-PERFORM

           MOVE 0 TO RG-HIT-IDX
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > REG-COUNT OR RG-HIT-IDX > 0
               IF RG-TABLE-NAME(RG-IDX) = MT-TABLE-NAME(MT-IDX) AND
                  RG-RUN-DATE(RG-IDX) = MT-RUN-DATE(MT-IDX)
                   MOVE RG-IDX TO RG-HIT-IDX
               END-IF
           END-PERFORM

      * First look since the promotion - what is there now is what
      * the official total was taken from.
           IF RG-HIT-IDX = 0
               IF REG-COUNT NOT < 3000
                   SET REGISTER-LOST-DATES TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO REG-COUNT
               MOVE REG-COUNT TO RG-HIT-IDX
               MOVE MT-TABLE-NAME(MT-IDX) TO RG-TABLE-NAME(RG-HIT-IDX)
               MOVE MT-RUN-DATE(MT-IDX)   TO RG-RUN-DATE(RG-HIT-IDX)
               PERFORM 2250-START-DATE-OVER
               EXIT PARAGRAPH
           END-IF
      * A superseded master record took the rows present at the
      * rerun - the date starts over from there.
           IF RG-POSTED-TS(RG-HIT-IDX) NOT = MT-POSTED-TS(MT-IDX)
               PERFORM 2250-START-DATE-OVER
               EXIT PARAGRAPH
           END-IF

           COMPUTE NEW-ROWS = CUR-ROWS - RG-SEEN-ROWS(RG-HIT-IDX)
           COMPUTE NEW-AMOUNT = CUR-AMOUNT - RG-SEEN-AMOUNT(RG-HIT-IDX)
           IF NEW-ROWS NOT = 0 OR NEW-AMOUNT NOT = 0
               PERFORM 2300-REPORT-LATE-ARRIVAL
               MOVE CUR-ROWS   TO RG-SEEN-ROWS(RG-HIT-IDX)
               MOVE CUR-AMOUNT TO RG-SEEN-AMOUNT(RG-HIT-IDX)
           END-IF

      * What the official total is still short of: everything since
      * the promotion, unless an adjustment already took it up.
           COMPUTE PENDING-ROWS = CUR-ROWS - RG-PROMO-ROWS(RG-HIT-IDX)
           COMPUTE PENDING-AMOUNT =
               CUR-AMOUNT - RG-PROMO-AMOUNT(RG-HIT-IDX)
           COMPUTE PROPOSED-TOTAL = MT-TOTAL(MT-IDX) + PENDING-AMOUNT
           IF PENDING-AMOUNT NOT = 0 AND
              MT-IN-FORCE(MT-IDX) NOT = PROPOSED-TOTAL
               PERFORM 2500-WRITE-PROPOSAL
           END-IF.

       2250-START-DATE-OVER.
           MOVE MT-POSTED-TS(MT-IDX) TO RG-POSTED-TS(RG-HIT-IDX)
           MOVE CUR-ROWS   TO RG-PROMO-ROWS(RG-HIT-IDX)
           MOVE CUR-AMOUNT TO RG-PROMO-AMOUNT(RG-HIT-IDX)
           MOVE CUR-ROWS   TO RG-SEEN-ROWS(RG-HIT-IDX)
           MOVE CUR-AMOUNT TO RG-SEEN-AMOUNT(RG-HIT-IDX).

       2300-REPORT-LATE-ARRIVAL.
           ADD 1 TO TABLE-LATE-COUNT
           ADD 1 TO LATE-DATE-COUNT
           ADD NEW-ROWS TO LATE-ROWS-TOTAL
           ADD NEW-AMOUNT TO LATE-AMOUNT-TOTAL
           PERFORM 2400-CHECK-PERIOD-CLOSE
           IF PERIOD-IS-CLOSED
               MOVE "CLOSED" TO PERIOD-STATE
               ADD 1 TO CLOSED-LATE-COUNT
           ELSE
               MOVE "OPEN" TO PERIOD-STATE
           END-IF
           MOVE NEW-ROWS   TO ROWS-EDITED
           MOVE NEW-AMOUNT TO AMOUNT-EDITED
           STRING "  " DELIMITED BY SIZE
                  MT-RUN-DATE(MT-IDX) DELIMITED BY SIZE
                  "  ROWS " DELIMITED BY SIZE
                  ROWS-EDITED DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "  PERIOD " DELIMITED BY SIZE
                  PERQ-PERIOD-ID DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PERIOD-STATE DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF PERIOD-IS-CLOSED
               MOVE SPACES TO LOG-TEXT
               STRING "LATE ROWS INTO CLOSED PERIOD " DELIMITED BY SIZE
                      PERQ-PERIOD-ID DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      MT-TABLE-NAME(MT-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      MT-RUN-DATE(MT-IDX) DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF.

       2400-CHECK-PERIOD-CLOSE.
      * The period PERIOD-OF puts the date in, or its whole year;
      * the last SUMCLOSE record for either wins.
           MOVE "N" TO PERIOD-CLOSED-FLAG
           SET PERQ-BY-DATE TO TRUE
           MOVE MT-RUN-DATE(MT-IDX) TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           PERFORM VARYING CW-IDX FROM 1 BY 1
                   UNTIL CW-IDX > CLOSE-COUNT
               IF CW-PERIOD(CW-IDX) = PERQ-PERIOD-ID OR
                  CW-PERIOD(CW-IDX)(1:4) = PERQ-YEAR AND
                  CW-PERIOD(CW-IDX)(5:3) = SPACES
                   IF CW-STATUS(CW-IDX) = "C"
                       SET PERIOD-IS-CLOSED TO TRUE
                   ELSE
                       MOVE "N" TO PERIOD-CLOSED-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       2500-WRITE-PROPOSAL.
      * The OFFM-ADJ record as that program would write it: the
      * master figure as the original, the master figure plus the
      * late rows as the corrected total.
           IF TABLE-LATE-COUNT = 0
               ADD 1 TO TABLE-LATE-COUNT
           END-IF
           ADD 1 TO PROPOSAL-COUNT
           MOVE SPACES TO PROP-RECORD
           MOVE MT-TABLE-NAME(MT-IDX) TO PROP-TABLE-NAME
           MOVE MT-RUN-DATE(MT-IDX)   TO PROP-RUN-DATE
           MOVE MT-TOTAL(MT-IDX)      TO PROP-ORIG-TOTAL
           MOVE PROPOSED-TOTAL        TO PROP-NEW-TOTAL
           MOVE PENDING-ROWS          TO ROWS-EDITED
           STRING "LATE ARRIVALS " DELIMITED BY SIZE
                  ROWS-EDITED DELIMITED BY SIZE
                  " ROWS" DELIMITED BY SIZE
               INTO PROP-REASON
           END-STRING
           MOVE "LATE-ARR"            TO PROP-OPERATOR
           MOVE RUN-TIMESTAMP         TO PROP-TIMESTAMP
           WRITE PROP-RECORD

           MOVE MT-TOTAL(MT-IDX) TO TOTAL-EDITED
           MOVE PROPOSED-TOTAL   TO TOTAL-2-EDITED
           STRING "  " DELIMITED BY SIZE
                  MT-RUN-DATE(MT-IDX) DELIMITED BY SIZE
                  "  PROPOSED OFFM-ADJ " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
                  " TO" DELIMITED BY SIZE
                  TOTAL-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF MT-IN-FORCE(MT-IDX) NOT = MT-TOTAL(MT-IDX)
               MOVE MT-IN-FORCE(MT-IDX) TO TOTAL-EDITED
               STRING "              FIGURE IN FORCE AFTER AN EARLIER"
                          DELIMITED BY SIZE
                      " ADJUSTMENT" DELIMITED BY SIZE
                      TOTAL-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       3000-REWRITE-REGISTER.
      * Dates that have left the window drop off. A register that
      * would not load whole is left as it was, never truncated.
           IF REGISTER-FULL
               MOVE "LATE: SUMLATEB OVER 3000 DATES - NOT REWRITTEN"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           IF REGISTER-LOST-DATES
               MOVE "LATE: SUMLATEB FULL - NEW DATES NOT WATCHED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           OPEN OUTPUT LATEBFILE
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > REG-COUNT
               IF RG-RUN-DATE(RG-IDX) NOT < WINDOW-FROM-DATE
                   MOVE RG-TABLE-NAME(RG-IDX)   TO LATE-TABLE-NAME
                   MOVE RG-RUN-DATE(RG-IDX)     TO LATE-RUN-DATE
                   MOVE RG-POSTED-TS(RG-IDX)    TO LATE-POSTED-TS
                   MOVE RG-PROMO-ROWS(RG-IDX)   TO LATE-PROMO-ROWS
                   MOVE RG-PROMO-AMOUNT(RG-IDX) TO LATE-PROMO-AMOUNT
                   MOVE RG-SEEN-ROWS(RG-IDX)    TO LATE-SEEN-ROWS
                   MOVE RG-SEEN-AMOUNT(RG-IDX)  TO LATE-SEEN-AMOUNT
                   WRITE LATEB-RECORD
               END-IF
           END-PERFORM
           CLOSE LATEBFILE.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           MOVE "LATERPT" TO RW-FILE-NAME
           MOVE "LATE-ARRIVING BACK-DATED ROWS" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "DATABASE " DELIMITED BY SIZE
                  DBNAME DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE WINDOW-DAYS TO WINDOW-EDITED
           STRING "OFFICIAL DATES " DELIMITED BY SIZE
                  WINDOW-FROM-DATE DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WINDOW-EDITED DELIMITED BY SIZE
                  " DAYS BACK)" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "ROWS AND AMOUNT ARRIVED SINCE THE LAST LOOK, BY DATE"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE.

       6500-PRINT-RUN-TOTALS.
           MOVE TABLES-LOOKED TO COUNT-EDITED
           STRING "TABLES LOOKED AT      " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE TABLES-REFUSED TO COUNT-EDITED
           STRING "TABLES NOT LOOKED AT  " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE LATE-DATE-COUNT TO COUNT-EDITED
           STRING "DATES WITH LATE ROWS  " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE LATE-ROWS-TOTAL TO ROWS-EDITED
           MOVE LATE-AMOUNT-TOTAL TO AMOUNT-EDITED
           STRING "LATE ROWS TONIGHT   " DELIMITED BY SIZE
                  ROWS-EDITED DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE CLOSED-LATE-COUNT TO COUNT-EDITED
           STRING "INTO CLOSED PERIODS   " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE PROPOSAL-COUNT TO COUNT-EDITED
           STRING "ADJUSTMENTS PROPOSED  " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " - ON SUMLATEADJ FOR OFFM-ADJ" DELIMITED BY SIZE
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

       END PROGRAM LATE-ARR.
