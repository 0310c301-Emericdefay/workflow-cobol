      * - the shop-versus-shop question stops meaning parsing
      * stamped extract files. Report to XSHOPRPT.
      *
      * Shops print by name, grouped by region and district off the
      * shop master (SUMSHOP, see CBSHOP), with a subtotal at each
      * district and region break. SUMDBLIST ties each database to
      * its shop code; a database with no code, or a code the
      * master does not know, prints under its file name in an
      * UNASSIGNED group.
      *
      * The group figure is shown gross, less the inter-shop
      * eliminations the fan-out consolidation left on SUMELIM
      * (see CBELIM), and net - with every transfer booked on one
      * side only listed as an exception.
      *
      * A shop whose own calendar on SUMRCAL (see CBRCAL) makes the
      * date a non-processing day is left out of the population
      * average - anything it did post still prints, marked, and
      * still counts in its group and the gross.
      *
      * RC 0 = report produced, 4 = drifting shops or unmatched
      * transfers flagged, 8 = no master or nothing for the date.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT ELIMFILE ASSIGN TO "SUMELIM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ELIM-FILE-STATUS.
           SELECT DBLISTFILE ASSIGN TO "SUMDBLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBLIST-FILE-STATUS.
           SELECT SHOPFILE ASSIGN TO "SUMSHOP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT OPTIONAL RCALFILE ASSIGN TO "SUMRCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCAL-FILE-STATUS.
           SELECT SORTFILE ASSIGN TO "SRTXSHOP".

       DATA DIVISION.
       FILE SECTION.
       FD  BDATEFILE.
           COPY CBBDATE.

       FD  ELIMFILE.
           COPY CBELIM.

       FD  DBLISTFILE.
           COPY CBDBLIST.

       FD  SHOPFILE.
           COPY CBSHOP.

       FD  RCALFILE.
           COPY CBRCAL.

       SD  SORTFILE.
       01  SRT-RECORD.
           05 SRT-REGION        PIC X(20).
           05 SRT-DISTRICT      PIC X(20).
           05 SRT-NAME          PIC X(30).
           05 SRT-SHOP-IDX      PIC 99.

       WORKING-STORAGE SECTION.
       01 FOFFM-FILE-STATUS  PIC XX.
           88 FOFFM-FILE-OK      VALUE "00".
               10 SH-TODAY-FLAG  PIC X.
               10 SH-HIST-SUM    PIC S9(13)V99 COMP-3.
               10 SH-HIST-COUNT  PIC 9(5).
               10 SH-NAME        PIC X(30).
               10 SH-REGION      PIC X(20).
               10 SH-DISTRICT    PIC X(20).
               10 SH-CODE        PIC X(8).
               10 SH-SKIP-FLAG   PIC X.
                   88 SH-NOT-PROCESSING VALUE "Y".
       01 SHOP-IDX           PIC 99 COMP-5.
       01 SHOP-HIT-IDX       PIC 99 COMP-5.

       01 GROUP-GROSS        PIC S9(13)V99 COMP-3 VALUE 0.
       01 TODAY-COUNT        PIC 9(3) VALUE 0.
       01 OUT-OF-AVG-COUNT   PIC 9(3) VALUE 0.
       01 POP-SUM            PIC S9(13)V99 COMP-3 VALUE 0.
       01 POP-COUNT          PIC 9(3) VALUE 0.
       01 POP-AVERAGE        PIC S9(11)V99 COMP-3 VALUE 0.
       01 AVG-EDITED         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-EDITED       PIC ZZ9.

      * Eliminations for the date - only the last set the
      * consolidation appended counts, so a rerun replaces, never
      * doubles, the figures.
       01 ELIM-FILE-STATUS   PIC XX.
           88 ELIM-FILE-OK       VALUE "00".
       01 ELIM-EOF-FLAG      PIC X.
           88 ELIM-AT-EOF        VALUE "Y".
       01 ELIM-LAST-TS       PIC X(16) VALUE SPACES.
       01 ELIM-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       01 GROUP-NET          PIC S9(13)V99 COMP-3 VALUE 0.
       01 XCP-COUNT          PIC 99 COMP-5 VALUE 0.
       01 XCP-TABLE-WS.
           05 XCP-ENTRY OCCURS 50 TIMES.
               10 XCP-FROM-DBNAME PIC X(64).
               10 XCP-TO-DBNAME   PIC X(64).
               10 XCP-CATEGORY    PIC X(20).
               10 XCP-REASON      PIC X(30).
               10 XCP-AMOUNT      PIC S9(9)V99 COMP-3.
       01 XCP-IDX            PIC 99 COMP-5.
       01 GROUP-EDITED       PIC -Z,ZZZ,ZZZ,ZZ9.99.

      * Shop names and groups - the list's database-to-code pairs
      * and the master's names, resolved onto the shop table once
      * the master walk is done.
       01 DBLIST-FILE-STATUS PIC XX.
           88 DBLIST-FILE-OK     VALUE "00".
       01 SHOP-FILE-STATUS   PIC XX.
           88 SHOP-FILE-OK       VALUE "00".
       01 LOOKUP-EOF-FLAG    PIC X.
           88 LOOKUP-AT-EOF      VALUE "Y".
       01 LISTED-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01 LISTED-TABLE.
           05 LISTED-ENTRY OCCURS 200 TIMES.
               10 LS-DBNAME      PIC X(64).
               10 LS-SHOP-CODE   PIC X(8).
       01 LISTED-IDX         PIC 9(3) COMP-5.
       01 SHOPM-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01 SHOPM-TABLE.
           05 SHOPM-ENTRY OCCURS 200 TIMES.
               10 SM-CODE        PIC X(8).
               10 SM-NAME        PIC X(30).
               10 SM-REGION      PIC X(20).
               10 SM-DISTRICT    PIC X(20).
       01 SHOPM-IDX          PIC 9(3) COMP-5.
       01 WANT-SHOP-CODE     PIC X(8).

      * The shop calendars' day types for the date - a later entry
      * for the same calendar replaces an earlier one.
       01 RCAL-FILE-STATUS   PIC XX.
           88 RCAL-FILE-OK       VALUE "00".
       01 RDAY-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01 RDAY-TABLE.
           05 RDAY-ENTRY OCCURS 200 TIMES.
               10 RDAY-CALENDAR  PIC X(20).
               10 RDAY-TYPE      PIC X.
       01 RDAY-IDX           PIC 9(3) COMP-5.
       01 RDAY-HIT-IDX       PIC 9(3) COMP-5.
       01 SHOP-CAL-TYPE      PIC X.

      * Control-break state for the region/district subtotals.
       01 SORT-EOF-FLAG      PIC X.
           88 SORT-AT-EOF        VALUE "Y".
       01 CURRENT-REGION     PIC X(20).
       01 CURRENT-DISTRICT   PIC X(20).
       01 REGION-TOTAL       PIC S9(13)V99 COMP-3.
       01 REGION-SHOPS       PIC 9(3).
       01 DISTRICT-TOTAL     PIC S9(13)V99 COMP-3.
       01 DISTRICT-SHOPS     PIC 9(3).
       01 FIRST-GROUP-FLAG   PIC X.
           88 NO-GROUP-YET       VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           END-IF

           PERFORM 2000-WALK-THE-MASTER
           IF TODAY-COUNT = 0
               MOVE "CROSS-SHOP: NOTHING ON THE MASTER FOR THE DATE"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2500-LOAD-ELIMINATIONS
           PERFORM 2700-RESOLVE-SHOP-NAMES
           PERFORM 2750-LOAD-SHOP-CALENDARS
           PERFORM 2800-SET-POPULATION

           PERFORM 3000-PRINT-REPORT
           IF XCP-COUNT > 0
               MOVE XCP-COUNT TO COUNT-EDITED
               STRING "CROSS-SHOP: " DELIMITED BY SIZE
                      COUNT-EDITED    DELIMITED BY SIZE
                      " INTER-SHOP TRANSFERS UNMATCHED"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           IF DRIFT-COUNT > 0
               MOVE DRIFT-COUNT TO COUNT-EDITED
               STRING "CROSS-SHOP: " DELIMITED BY SIZE
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 4 TO RETURN-CODE
           ELSE
               IF XCP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

               MOVE FOFFM-DBNAME TO SH-DBNAME(SHOP-HIT-IDX)
               MOVE ZERO TO SH-TODAY-TOTAL(SHOP-HIT-IDX)
               MOVE "N"  TO SH-TODAY-FLAG(SHOP-HIT-IDX)
               MOVE "N"  TO SH-SKIP-FLAG(SHOP-HIT-IDX)
               MOVE ZERO TO SH-HIST-SUM(SHOP-HIT-IDX)
               MOVE ZERO TO SH-HIST-COUNT(SHOP-HIT-IDX)
           END-IF
           IF FOFFM-RUN-DATE = WANT-DATE
               MOVE FOFFM-TOTAL TO SH-TODAY-TOTAL(SHOP-HIT-IDX)
               MOVE "Y" TO SH-TODAY-FLAG(SHOP-HIT-IDX)
               ADD FOFFM-TOTAL TO GROUP-GROSS
               ADD 1 TO TODAY-COUNT
           ELSE
               IF FOFFM-RUN-DATE < WANT-DATE
                   ADD FOFFM-TOTAL TO SH-HIST-SUM(SHOP-HIT-IDX)
               END-IF
           END-IF.

       2500-LOAD-ELIMINATIONS.
      * Two passes - the last consolidation timestamp for the date,
      * then that set's entries and exceptions. No SUMELIM, or no
      * relationships named, leaves the group net equal to gross.
           MOVE "N" TO ELIM-EOF-FLAG
           OPEN INPUT ELIMFILE
           IF NOT ELIM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ELIM-AT-EOF
               READ ELIMFILE
                   AT END
                       SET ELIM-AT-EOF TO TRUE
                   NOT AT END
                       IF ELIM-RUN-DATE = WANT-DATE AND
                          ELIM-POSTED-TS > ELIM-LAST-TS
                           MOVE ELIM-POSTED-TS TO ELIM-LAST-TS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELIMFILE
           IF ELIM-LAST-TS = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ELIM-EOF-FLAG
           OPEN INPUT ELIMFILE
           PERFORM UNTIL ELIM-AT-EOF
               READ ELIMFILE
                   AT END
                       SET ELIM-AT-EOF TO TRUE
                   NOT AT END
                       IF ELIM-RUN-DATE = WANT-DATE AND
                          ELIM-POSTED-TS = ELIM-LAST-TS
                           PERFORM 2600-TAKE-ONE-ELIMINATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELIMFILE.

       2600-TAKE-ONE-ELIMINATION.
           IF ELIM-IS-ENTRY
               ADD ELIM-AMOUNT TO ELIM-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF ELIM-IS-EXCEPTION AND XCP-COUNT < 50
               ADD 1 TO XCP-COUNT
               MOVE ELIM-FROM-DBNAME TO XCP-FROM-DBNAME(XCP-COUNT)
               MOVE ELIM-TO-DBNAME   TO XCP-TO-DBNAME(XCP-COUNT)
               MOVE ELIM-CATEGORY    TO XCP-CATEGORY(XCP-COUNT)
               MOVE ELIM-REASON      TO XCP-REASON(XCP-COUNT)
               IF ELIM-FROM-AMOUNT NOT = ZERO
                   MOVE ELIM-FROM-AMOUNT TO XCP-AMOUNT(XCP-COUNT)
               ELSE
                   MOVE ELIM-TO-AMOUNT   TO XCP-AMOUNT(XCP-COUNT)
               END-IF
           END-IF.

       2700-RESOLVE-SHOP-NAMES.
      * Database to shop code off the list, code to name and groups
      * off the master. Either file missing leaves every shop
      * UNASSIGNED under its file name - the report still prints.
           MOVE "N" TO LOOKUP-EOF-FLAG
           OPEN INPUT DBLISTFILE
           IF DBLIST-FILE-OK
               PERFORM UNTIL LOOKUP-AT-EOF
                   READ DBLISTFILE
                       AT END
                           SET LOOKUP-AT-EOF TO TRUE
                       NOT AT END
                           IF DBLIST-SHOP-CODE NOT = SPACES AND
                              LISTED-COUNT < 200
                               ADD 1 TO LISTED-COUNT
                               MOVE DBLIST-DBNAME
                                   TO LS-DBNAME(LISTED-COUNT)
                               MOVE DBLIST-SHOP-CODE
                                   TO LS-SHOP-CODE(LISTED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DBLISTFILE
           END-IF
           MOVE "N" TO LOOKUP-EOF-FLAG
           OPEN INPUT SHOPFILE
           IF SHOP-FILE-OK
               PERFORM UNTIL LOOKUP-AT-EOF
                   READ SHOPFILE
                       AT END
                           SET LOOKUP-AT-EOF TO TRUE
                       NOT AT END
                           IF SHOP-CODE NOT = SPACES AND
                              SHOPM-COUNT < 200
                               ADD 1 TO SHOPM-COUNT
                               MOVE SHOP-CODE
                                   TO SM-CODE(SHOPM-COUNT)
                               MOVE SHOP-NAME
                                   TO SM-NAME(SHOPM-COUNT)
                               MOVE SHOP-REGION
                                   TO SM-REGION(SHOPM-COUNT)
                               MOVE SHOP-DISTRICT
                                   TO SM-DISTRICT(SHOPM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHOPFILE
           END-IF
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-COUNT
               PERFORM 2710-RESOLVE-ONE-SHOP
           END-PERFORM.

       2710-RESOLVE-ONE-SHOP.
           MOVE SH-DBNAME(SHOP-IDX)(1:30) TO SH-NAME(SHOP-IDX)
           MOVE "UNASSIGNED" TO SH-REGION(SHOP-IDX)
           MOVE "UNASSIGNED" TO SH-DISTRICT(SHOP-IDX)
           MOVE SPACES TO SH-CODE(SHOP-IDX)
           MOVE SPACES TO WANT-SHOP-CODE
           PERFORM VARYING LISTED-IDX FROM 1 BY 1
                   UNTIL LISTED-IDX > LISTED-COUNT
               IF LS-DBNAME(LISTED-IDX) = SH-DBNAME(SHOP-IDX)
                   MOVE LS-SHOP-CODE(LISTED-IDX) TO WANT-SHOP-CODE
               END-IF
           END-PERFORM
           IF WANT-SHOP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WANT-SHOP-CODE TO SH-CODE(SHOP-IDX)
           PERFORM VARYING SHOPM-IDX FROM 1 BY 1
                   UNTIL SHOPM-IDX > SHOPM-COUNT
               IF SM-CODE(SHOPM-IDX) = WANT-SHOP-CODE
                   MOVE SM-NAME(SHOPM-IDX)     TO SH-NAME(SHOP-IDX)
                   MOVE SM-REGION(SHOPM-IDX)   TO SH-REGION(SHOP-IDX)
                   MOVE SM-DISTRICT(SHOPM-IDX)
                       TO SH-DISTRICT(SHOP-IDX)
               END-IF
           END-PERFORM.

       2750-LOAD-SHOP-CALENDARS.
      * No SUMRCAL, or nothing on it for the date, leaves every shop
      * in the average as before.
           MOVE "N" TO LOOKUP-EOF-FLAG
           OPEN INPUT RCALFILE
           IF NOT RCAL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOOKUP-AT-EOF
               READ RCALFILE
                   AT END
                       SET LOOKUP-AT-EOF TO TRUE
                   NOT AT END
                       IF RCAL-DATE = WANT-DATE AND
                          RCAL-CALENDAR NOT = SPACES
                           PERFORM 2760-TAKE-CALENDAR-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RCALFILE
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-COUNT
               PERFORM 2770-CHECK-SHOP-CALENDAR
           END-PERFORM.

       2760-TAKE-CALENDAR-DAY.
           MOVE 0 TO RDAY-HIT-IDX
           PERFORM VARYING RDAY-IDX FROM 1 BY 1
                   UNTIL RDAY-IDX > RDAY-COUNT
               IF RDAY-CALENDAR(RDAY-IDX) = RCAL-CALENDAR
                   MOVE RDAY-IDX TO RDAY-HIT-IDX
               END-IF
           END-PERFORM
           IF RDAY-HIT-IDX = 0
               IF RDAY-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RDAY-COUNT
               MOVE RDAY-COUNT TO RDAY-HIT-IDX
               MOVE RCAL-CALENDAR TO RDAY-CALENDAR(RDAY-HIT-IDX)
           END-IF
           MOVE RCAL-DAY-TYPE TO RDAY-TYPE(RDAY-HIT-IDX).

       2770-CHECK-SHOP-CALENDAR.
      * The shop's own code's calendar first, then its region's.
           IF SH-CODE(SHOP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO SHOP-CAL-TYPE
           PERFORM VARYING RDAY-IDX FROM 1 BY 1
                   UNTIL RDAY-IDX > RDAY-COUNT
               IF RDAY-CALENDAR(RDAY-IDX) = SH-CODE(SHOP-IDX)
                   MOVE RDAY-TYPE(RDAY-IDX) TO SHOP-CAL-TYPE
               END-IF
           END-PERFORM
           IF SHOP-CAL-TYPE = SPACE
               PERFORM VARYING RDAY-IDX FROM 1 BY 1
                       UNTIL RDAY-IDX > RDAY-COUNT
                   IF RDAY-CALENDAR(RDAY-IDX) = SH-REGION(SHOP-IDX)
                       MOVE RDAY-TYPE(RDAY-IDX) TO SHOP-CAL-TYPE
                   END-IF
               END-PERFORM
           END-IF
           IF SHOP-CAL-TYPE = "H"
               SET SH-NOT-PROCESSING(SHOP-IDX) TO TRUE
           END-IF.

       2800-SET-POPULATION.
      * Every shop with a figure for the date, less the ones on
      * their own non-processing day. All of them out leaves the
      * average at zero and nothing measured against it.
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-COUNT
               IF SH-TODAY-FLAG(SHOP-IDX) = "Y"
                   IF SH-NOT-PROCESSING(SHOP-IDX)
                       ADD 1 TO OUT-OF-AVG-COUNT
                   ELSE
                       ADD SH-TODAY-TOTAL(SHOP-IDX) TO POP-SUM
                       ADD 1 TO POP-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF POP-COUNT > 0
               COMPUTE POP-AVERAGE ROUNDED = POP-SUM / POP-COUNT
           END-IF.

       3000-PRINT-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE
           IF OUT-OF-AVG-COUNT > 0
               MOVE OUT-OF-AVG-COUNT TO COUNT-EDITED
               STRING "  SHOPS OUT OF THE AVERAGE - "
                          DELIMITED BY SIZE
                      "NOT A PROCESSING DAY: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 3100-WRITE-RPT-LINE
           END-IF

           COMPUTE GROUP-NET = GROUP-GROSS + ELIM-TOTAL
           MOVE GROUP-GROSS TO GROUP-EDITED
           STRING "GROUP GROSS:        " DELIMITED BY SIZE
                  GROUP-EDITED           DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE
           MOVE ELIM-TOTAL TO GROUP-EDITED
           STRING "ELIMINATIONS:       " DELIMITED BY SIZE
                  GROUP-EDITED           DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE
           MOVE GROUP-NET TO GROUP-EDITED
           STRING "GROUP NET:          " DELIMITED BY SIZE
                  GROUP-EDITED           DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE

           SORT SORTFILE
               ON ASCENDING KEY SRT-REGION SRT-DISTRICT SRT-NAME
               INPUT PROCEDURE IS 3400-RELEASE-SHOPS
               OUTPUT PROCEDURE IS 3500-PRINT-BY-REGION

           IF XCP-COUNT > 0
               MOVE "INTER-SHOP TRANSFER EXCEPTIONS:" TO RPT-LINE
               PERFORM 3100-WRITE-RPT-LINE
               PERFORM VARYING XCP-IDX FROM 1 BY 1
                       UNTIL XCP-IDX > XCP-COUNT
                   PERFORM 3300-PRINT-ONE-EXCEPTION
               END-PERFORM
           END-IF

           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.
           MOVE SH-TODAY-TOTAL(SHOP-IDX) TO TOTAL-EDITED
           MOVE OWN-TREND TO TREND-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "    " DELIMITED BY SIZE
                  SH-NAME(SHOP-IDX)(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
                  " TREND " DELIMITED BY SIZE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF SH-NOT-PROCESSING(SHOP-IDX)
               MOVE "        NOT A PROCESSING DAY - OUT OF THE AVERAGE"
                   TO RPT-LINE
               PERFORM 3100-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE DEV-POP-PCT TO PCT-EDITED
           IF FUNCTION ABS(DEV-POP-PCT) > DRIFT-PCT OR
              FUNCTION ABS(DEV-OWN-PCT) > DRIFT-PCT
               ADD 1 TO DRIFT-COUNT
               STRING "        VS POPULATION " DELIMITED BY SIZE
                      PCT-EDITED           DELIMITED BY SIZE
                      " PCT  ** DRIFTING **" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING "        VS POPULATION " DELIMITED BY SIZE
                      PCT-EDITED           DELIMITED BY SIZE
                      " PCT"               DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           PERFORM 3100-WRITE-RPT-LINE.

       3400-RELEASE-SHOPS.
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-COUNT
               IF SH-TODAY-FLAG(SHOP-IDX) = "Y"
                   MOVE SH-REGION(SHOP-IDX)   TO SRT-REGION
                   MOVE SH-DISTRICT(SHOP-IDX) TO SRT-DISTRICT
                   MOVE SH-NAME(SHOP-IDX)     TO SRT-NAME
                   MOVE SHOP-IDX              TO SRT-SHOP-IDX
                   RELEASE SRT-RECORD
               END-IF
           END-PERFORM.

       3500-PRINT-BY-REGION.
      * Shops in region, district and name order - a subtotal line
      * closes each district, and each region after its last
      * district.
           SET NO-GROUP-YET TO TRUE
           MOVE SPACES TO CURRENT-REGION
           MOVE SPACES TO CURRENT-DISTRICT
           MOVE "N" TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-AT-EOF
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-EOF TO TRUE
                   NOT AT END
                       IF NO-GROUP-YET OR
                          SRT-REGION NOT = CURRENT-REGION
                           PERFORM 3620-END-DISTRICT
                           PERFORM 3640-END-REGION
                           PERFORM 3600-START-REGION
                           PERFORM 3610-START-DISTRICT
                       ELSE
                           IF SRT-DISTRICT NOT = CURRENT-DISTRICT
                               PERFORM 3620-END-DISTRICT
                               PERFORM 3610-START-DISTRICT
                           END-IF
                       END-IF
                       MOVE SRT-SHOP-IDX TO SHOP-IDX
                       PERFORM 3200-PRINT-ONE-SHOP
                       ADD SH-TODAY-TOTAL(SHOP-IDX) TO DISTRICT-TOTAL
                       ADD SH-TODAY-TOTAL(SHOP-IDX) TO REGION-TOTAL
                       ADD 1 TO DISTRICT-SHOPS
                       ADD 1 TO REGION-SHOPS
               END-RETURN
           END-PERFORM
           PERFORM 3620-END-DISTRICT
           PERFORM 3640-END-REGION.

       3600-START-REGION.
           MOVE "N" TO FIRST-GROUP-FLAG
           MOVE SRT-REGION TO CURRENT-REGION
           MOVE ZERO TO REGION-TOTAL
           MOVE ZERO TO REGION-SHOPS
           MOVE SPACES TO RPT-LINE
           STRING "REGION " DELIMITED BY SIZE
                  CURRENT-REGION DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE.

       3610-START-DISTRICT.
           MOVE SRT-DISTRICT TO CURRENT-DISTRICT
           MOVE ZERO TO DISTRICT-TOTAL
           MOVE ZERO TO DISTRICT-SHOPS
           MOVE SPACES TO RPT-LINE
           STRING "  DISTRICT " DELIMITED BY SIZE
                  CURRENT-DISTRICT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE.

       3620-END-DISTRICT.
           IF NO-GROUP-YET
               EXIT PARAGRAPH
           END-IF
           MOVE DISTRICT-TOTAL TO GROUP-EDITED
           MOVE DISTRICT-SHOPS TO COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL DISTRICT " DELIMITED BY SIZE
                  CURRENT-DISTRICT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GROUP-EDITED DELIMITED BY SIZE
                  "  SHOPS " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE.

       3640-END-REGION.
           IF NO-GROUP-YET
               EXIT PARAGRAPH
           END-IF
           MOVE REGION-TOTAL TO GROUP-EDITED
           MOVE REGION-SHOPS TO COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL REGION " DELIMITED BY SIZE
                  CURRENT-REGION DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  GROUP-EDITED DELIMITED BY SIZE
                  "  SHOPS " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE.

       3300-PRINT-ONE-EXCEPTION.
           MOVE XCP-AMOUNT(XCP-IDX) TO TOTAL-EDITED
           STRING "  " DELIMITED BY SIZE
                  XCP-FROM-DBNAME(XCP-IDX)(1:16) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  XCP-TO-DBNAME(XCP-IDX)(1:16) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XCP-CATEGORY(XCP-IDX)(1:12) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE
           STRING "      " DELIMITED BY SIZE
                  XCP-REASON(XCP-IDX) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE.

       END PROGRAM FAN-XSHOP.
