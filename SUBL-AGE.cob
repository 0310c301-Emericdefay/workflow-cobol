       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBL-AGE.

      *****************************************************************
      * SUBL-AGE - aged-balance report off the key-level subsidiary
      * ledger (SUMSUBL, see CBSUBL). For each table, every key
      * still carrying a balance is listed with its oldest open
      * item and its age in days against the business date, in the
      * usual buckets: 0-30, 31-60, 61-90 and over 90 days. The
      * whole balance of a key ages from its oldest open item. The
      * table's bucket totals follow, then the control line: the
      * keys' closings against the SUMBALL closing for the date the
      * sub-ledger was last posted, so the aged report can never be
      * read off a sub-ledger that has drifted from its control
      * account without saying so. Written to SUBAGERPT through
      * the shared report writer.
      *
      * RC 0 = every table agrees with its control, 4 = a table out
      * of balance or with no SUMBALL closing to prove it against,
      * 8 = no sub-ledger.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBLFILE ASSIGN TO "SUMSUBL"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SUBL-KEY
               FILE STATUS IS SUBL-FILE-STATUS.
           SELECT OPTIONAL BALLFILE ASSIGN TO "SUMBALL"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BALL-KEY
               FILE STATUS IS BALL-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBLFILE.
           COPY CBSUBL.

       FD  BALLFILE.
           COPY CBBALL.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 SUBL-FILE-STATUS    PIC XX.
           88 SUBL-FILE-OK        VALUE "00".
       01 BALL-FILE-STATUS    PIC XX.
           88 BALL-FILE-OK        VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 EOF-FLAG            PIC X VALUE "N".
           88 FILE-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 BUSINESS-DATE       PIC X(10).
       01 CURRENT-DATE-WORK   PIC X(21).
       01 DATE-NUM-WORK       PIC 9(8).
       01 DATE-X-WORK REDEFINES DATE-NUM-WORK PIC X(8).
       01 BUSINESS-INTEGER    PIC 9(9) COMP-5.
       01 OLDEST-INTEGER      PIC 9(9) COMP-5.
       01 AGE-DAYS            PIC S9(7) COMP-5.
       01 BUCKET-IDX          PIC 9 COMP-5.

      * The table being aged.
       01 CUR-TABLE           PIC X(30) VALUE SPACES.
       01 CUR-AS-AT           PIC X(10).
       01 CUR-KEYS            PIC 9(7) COMP-5.
       01 CUR-TOTAL           PIC S9(13)V99 COMP-3.
       01 CUR-BUCKETS.
           05 CUR-BUCKET      PIC S9(13)V99 COMP-3 OCCURS 4 TIMES.
       01 BUCKET-LABELS.
           05 FILLER          PIC X(6) VALUE "0-30".
           05 FILLER          PIC X(6) VALUE "31-60".
           05 FILLER          PIC X(6) VALUE "61-90".
           05 FILLER          PIC X(6) VALUE "90+".
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
           05 BUCKET-LABEL    PIC X(6) OCCURS 4 TIMES.
       01 CONTROL-DIFF        PIC S9(13)V99 COMP-3.
       01 TABLE-COUNT         PIC 9(5) VALUE 0.
       01 OFF-CONTROL-COUNT   PIC 9(5) VALUE 0.

       01 AMOUNT-EDITED       PIC -ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-2-EDITED     PIC -ZZZ,ZZZ,ZZ9.99.
       01 TOTAL-EDITED        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AGE-EDITED          PIC ZZZZ9.
       01 COUNT-EDITED        PIC Z,ZZZ,ZZ9.
       01 COUNT-2-EDITED      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SET-BUSINESS-DATE
           OPEN INPUT SUBLFILE
           IF NOT SUBL-FILE-OK
               MOVE "AGED BALANCES: NO SUB-LEDGER (SUMSUBL) ON FILE"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALLFILE
           PERFORM 2000-START-REPORT
           PERFORM UNTIL FILE-AT-EOF
               READ SUBLFILE NEXT
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF SUBL-TABLE-NAME NOT = CUR-TABLE
                           PERFORM 4000-END-TABLE
                           PERFORM 3000-START-TABLE
                       END-IF
                       PERFORM 3100-AGE-ONE-KEY
               END-READ
           END-PERFORM
           PERFORM 4000-END-TABLE
           CLOSE SUBLFILE
           CLOSE BALLFILE
           PERFORM 2900-END-REPORT

           IF OFF-CONTROL-COUNT > 0
               MOVE OFF-CONTROL-COUNT TO COUNT-2-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "AGED BALANCES: " DELIMITED BY SIZE
                      COUNT-2-EDITED DELIMITED BY SIZE
                      " TABLE(S) NOT PROVED TO SUMBALL - SEE SUBAGERPT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "AGED BALANCES WRITTEN - SEE SUBAGERPT" TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
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
           END-IF
           MOVE SPACES TO DATE-X-WORK
           STRING BUSINESS-DATE(1:4) DELIMITED BY SIZE
                  BUSINESS-DATE(6:2) DELIMITED BY SIZE
                  BUSINESS-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-X-WORK
           END-STRING
           COMPUTE BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-NUM-WORK).

       2000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"      TO RW-ACTION
           MOVE "SUBAGERPT" TO RW-FILE-NAME
           MOVE "SUB-LEDGER AGED BALANCES" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           STRING "AGED AS AT " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  " - WHOLE BALANCE AGED FROM THE OLDEST OPEN ITEM"
                      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 2800-WRITE-RPT-LINE.

       2800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       2900-END-REPORT.
           MOVE TABLE-COUNT TO COUNT-2-EDITED
           MOVE OFF-CONTROL-COUNT TO AGE-EDITED
           STRING "TABLES AGED: " DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  "   NOT PROVED TO CONTROL: " DELIMITED BY SIZE
                  AGE-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       3000-START-TABLE.
           MOVE SUBL-TABLE-NAME TO CUR-TABLE
           MOVE SPACES TO CUR-AS-AT
           MOVE 0 TO CUR-KEYS
           MOVE ZERO TO CUR-TOTAL
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 4
               MOVE ZERO TO CUR-BUCKET(BUCKET-IDX)
           END-PERFORM
           ADD 1 TO TABLE-COUNT
           PERFORM 2800-WRITE-RPT-LINE
           STRING "TABLE " DELIMITED BY SIZE
                  CUR-TABLE DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 2800-WRITE-RPT-LINE
           MOVE "  KEY"       TO RPT-LINE
           MOVE "OUTSTANDING" TO RPT-LINE(24:11)
           MOVE "OLDEST OPEN" TO RPT-LINE(37:11)
           MOVE "DAYS"        TO RPT-LINE(50:4)
           MOVE "BUCKET"      TO RPT-LINE(56:6)
           PERFORM 2800-WRITE-RPT-LINE.

       3100-AGE-ONE-KEY.
      * Every key counts toward the control total; only a key with
      * a balance is aged and listed.
           ADD SUBL-CLOSING TO CUR-TOTAL
           IF SUBL-LAST-POSTED > CUR-AS-AT
               MOVE SUBL-LAST-POSTED TO CUR-AS-AT
           END-IF
           IF SUBL-CLOSING = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CUR-KEYS
           MOVE 0 TO AGE-DAYS
           IF SUBL-OLDEST-OPEN NOT = SPACES
               MOVE SPACES TO DATE-X-WORK
               STRING SUBL-OLDEST-OPEN(1:4) DELIMITED BY SIZE
                      SUBL-OLDEST-OPEN(6:2) DELIMITED BY SIZE
                      SUBL-OLDEST-OPEN(9:2) DELIMITED BY SIZE
                   INTO DATE-X-WORK
               END-STRING
               COMPUTE OLDEST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DATE-NUM-WORK)
               COMPUTE AGE-DAYS = BUSINESS-INTEGER - OLDEST-INTEGER
               IF AGE-DAYS < 0
                   MOVE 0 TO AGE-DAYS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN AGE-DAYS <= 30
                   MOVE 1 TO BUCKET-IDX
               WHEN AGE-DAYS <= 60
                   MOVE 2 TO BUCKET-IDX
               WHEN AGE-DAYS <= 90
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE
           ADD SUBL-CLOSING TO CUR-BUCKET(BUCKET-IDX)
           MOVE SUBL-CLOSING TO AMOUNT-EDITED
           MOVE AGE-DAYS TO AGE-EDITED
           STRING "  " DELIMITED BY SIZE
                  SUBL-ITEM-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SUBL-OLDEST-OPEN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AGE-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BUCKET-LABEL(BUCKET-IDX) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 2800-WRITE-RPT-LINE.

       4000-END-TABLE.
           IF CUR-TABLE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CUR-BUCKET(1) TO AMOUNT-EDITED
           MOVE CUR-BUCKET(2) TO AMOUNT-2-EDITED
           STRING "  AGED  0-30 " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "     31-60 " DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 2800-WRITE-RPT-LINE
           MOVE CUR-BUCKET(3) TO AMOUNT-EDITED
           MOVE CUR-BUCKET(4) TO AMOUNT-2-EDITED
           STRING "       61-90 " DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "       90+ " DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 2800-WRITE-RPT-LINE
           MOVE CUR-TOTAL TO TOTAL-EDITED
           MOVE CUR-KEYS TO COUNT-EDITED
           STRING "  OUTSTANDING " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
                  "   OPEN KEYS " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 2800-WRITE-RPT-LINE
           PERFORM 4100-CONTROL-LINE
           MOVE SPACES TO CUR-TABLE.

       4100-CONTROL-LINE.
      * The SUMBALL closing for the date the sub-ledger was last
      * posted - the same pair SUBL-POST proves every night.
           MOVE CUR-TABLE TO BALL-TABLE-NAME
           MOVE CUR-AS-AT TO BALL-RUN-DATE
           READ BALLFILE
           IF NOT BALL-FILE-OK
               STRING "  CONTROL: NO SUMBALL CLOSING FOR "
                          DELIMITED BY SIZE
                      CUR-AS-AT DELIMITED BY SIZE
                      " - NOT PROVED" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               MOVE "**" TO RPT-LINE(79:2)
               PERFORM 2800-WRITE-RPT-LINE
               ADD 1 TO OFF-CONTROL-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE CONTROL-DIFF = CUR-TOTAL - BALL-CLOSING
           MOVE BALL-CLOSING TO AMOUNT-EDITED
           MOVE CONTROL-DIFF TO AMOUNT-2-EDITED
           STRING "  CONTROL SUMBALL " DELIMITED BY SIZE
                  CUR-AS-AT DELIMITED BY SIZE
                  AMOUNT-EDITED DELIMITED BY SIZE
                  "  DIFF " DELIMITED BY SIZE
                  AMOUNT-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           IF CONTROL-DIFF = ZERO
               MOVE "AGREED" TO RPT-LINE(71:6)
           ELSE
               MOVE "** OUT" TO RPT-LINE(71:6)
               ADD 1 TO OFF-CONTROL-COUNT
           END-IF
           PERFORM 2800-WRITE-RPT-LINE.

       END PROGRAM SUBL-AGE.
