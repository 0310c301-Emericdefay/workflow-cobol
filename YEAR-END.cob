      *   - rolls the official-master history into the annual
      *     report (YEARRPT): per table, the twelve month totals
      *     and the year total, with the year's OFFM-ADJ
      *     adjustments shown separately - tables grouped under
      *     the legal entity SUMENTITY assigns them to (asked
      *     through ENTITY-OF), with a total per entity; a table
      *     with no assignment is grouped UNASSIGNED and warned,
      *   - produces the certified archive set: the year's SUMOFFM
      *     records extracted to the archive directory, the posting
      *     register and close reports copied beside them, and one
      *     and content hash,
      *   - marks the year closed on SUMCLOSE, so the period-close
      *     protection covers every date in it.
      * Where the fiscal period master carries the year (period
      * YYYYP01 on SUMFPER) the year is the fiscal year: its
      * periods (twelve, or thirteen where the master has a P13)
      * stand in for the months throughout - closed on SUMCLOSE
      * as YYYYPnn, rolled up and labelled by period - and a
      * record belongs to the year PERIOD-OF puts its date in.
      *
      * RC 0 = year closed and certified, 4 = months still open,
      * 8 = master unreadable or the archive set incomplete (a
       01  EXTR-LINE             PIC X(120).

       FD  GENFILE.
       01  GEN-LINE              PIC X(538).

       FD  YRMANFILE.
           COPY CBYRMAN.
       01 EXTR-FILE-NAME     PIC X(40).
       01 GEN-FILE-NAME      PIC X(40).
       01 MONTH-WORK         PIC X(7).
           COPY CBPERQ.
       01 FISCAL-YEAR-FLAG   PIC X VALUE "N".
           88 YEAR-IS-FISCAL     VALUE "Y".
      * "P" for a fiscal year's period ids, "-" for calendar months.
       01 PERIOD-MARK        PIC X VALUE "-".
       01 PERIOD-LIMIT       PIC 99 COMP-5 VALUE 12.
       01 IN-YEAR-FLAG       PIC X.
           88 DATE-IN-YEAR       VALUE "Y".

      * Month-closed map off SUMCLOSE - last record per month wins.
       01 MONTH-CLOSED-MAP.
           05 MONTH-CLOSED OCCURS 13 TIMES PIC X.
       01 MONTH-IDX          PIC 99 COMP-5.
       01 MONTH-NO           PIC 99.
       01 OPEN-MONTH-COUNT   PIC 99 COMP-5 VALUE 0.
       01 TBL-TABLE-WS.
           05 TBL-ENTRY OCCURS 10 TIMES.
               10 TB-NAME        PIC X(30).
               10 TB-ENTITY      PIC X(6).
               10 TB-ENTITY-NAME PIC X(30).
               10 TB-YEAR-TOTAL  PIC S9(13)V99 COMP-3.
               10 TB-MONTHS.
                   15 TB-MONTH-TOTAL OCCURS 13 TIMES
                                     PIC S9(11)V99 COMP-3.
       01 TBL-IDX            PIC 9 COMP-5.
       01 TBL-HIT-IDX        PIC 9 COMP-5.
       01 EXTRACTED-COUNT    PIC 9(5) VALUE 0.
           COPY CBENTQ.
      * The report walks the tables once per legal entity, from the
      * first table of each entity down.
       01 GRP-IDX            PIC 99 COMP-5.
       01 NEW-GROUP-FLAG     PIC X.
           88 GROUP-IS-NEW       VALUE "Y".
       01 ENTITY-TOTAL       PIC S9(13)V99 COMP-3.

       01 FILE-REC-COUNT     PIC 9(9).
       01 FILE-HASH          PIC 9(15) COMP-3.
       01 HASH-CHAR-POS      PIC 9(3) COMP-5.
       01 HASH-LIMIT         PIC 9(3) COMP-5.
       01 COPY-COMMAND       PIC X(160).
       01 COPY-RC            PIC S9(4) COMP-5.
      * Set the moment any archive member fails to copy or to
               GOBACK
           END-IF

           PERFORM 0500-SET-YEAR-BASIS
           PERFORM 1000-CHECK-MONTHS-CLOSED
           IF OPEN-MONTH-COUNT > 0
               IF YEAR-IS-FISCAL
                   MOVE "YEAR-END: PERIODS STILL OPEN - CLOSE FIRST"
                       TO LOG-TEXT
               ELSE
                   MOVE "YEAR-END: MONTHS STILL OPEN - CLOSE THEM FIRST"
                       TO LOG-TEXT
               END-IF
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0500-SET-YEAR-BASIS.
      * A fiscal year when the master carries its first period, with
      * a thirteenth period where the master has one.
           SET PERQ-BY-PERIOD TO TRUE
           MOVE SPACES TO PERQ-PERIOD-ID
           STRING WANT-YEAR DELIMITED BY SIZE
                  "P01"     DELIMITED BY SIZE
               INTO PERQ-PERIOD-ID
           END-STRING
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           IF PERQ-WAS-FOUND AND PERQ-IS-FISCAL
               SET YEAR-IS-FISCAL TO TRUE
               MOVE "P" TO PERIOD-MARK
               MOVE "13" TO PERQ-PERIOD-ID(6:2)
               CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
               IF PERQ-WAS-FOUND
                   MOVE 13 TO PERIOD-LIMIT
               END-IF
           END-IF.

       0600-CHECK-DATE-IN-YEAR.
      * PERQ-DATE in; the year and period number it falls in out,
      * and DATE-IN-YEAR when that is the year being closed on the
      * year's own basis.
           MOVE "N" TO IN-YEAR-FLAG
           SET PERQ-BY-DATE TO TRUE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           IF PERQ-WAS-FOUND AND PERQ-YEAR = WANT-YEAR
               IF (YEAR-IS-FISCAL AND PERQ-IS-FISCAL) OR
                  (NOT YEAR-IS-FISCAL AND PERQ-IS-CALENDAR)
                   SET DATE-IN-YEAR TO TRUE
               END-IF
           END-IF.

       1000-CHECK-MONTHS-CLOSED.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > PERIOD-LIMIT
               MOVE "O" TO MONTH-CLOSED(MONTH-IDX)
           END-PERFORM
           MOVE "N" TO CLOSE-EOF-FLAG
                           SET CLOSE-AT-EOF TO TRUE
                       NOT AT END
                           IF CLOSE-PERIOD(1:4) = WANT-YEAR AND
                              CLOSE-PERIOD(5:1) = PERIOD-MARK AND
                              CLOSE-PERIOD(6:2) NUMERIC
                               MOVE CLOSE-PERIOD(6:2) TO MONTH-NO
                               IF MONTH-NO >= 1 AND
                                  MONTH-NO <= PERIOD-LIMIT
                                   MOVE CLOSE-STATUS
                                       TO MONTH-CLOSED(MONTH-NO)
                               END-IF
           END-IF
           CLOSE CLOSEFILE
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > PERIOD-LIMIT
               IF MONTH-CLOSED(MONTH-IDX) NOT = "C"
                   ADD 1 TO OPEN-MONTH-COUNT
               END-IF
                   AT END
                       SET OFFM-AT-EOF TO TRUE
                   NOT AT END
                       MOVE OFFM-RUN-DATE TO PERQ-DATE
                       PERFORM 0600-CHECK-DATE-IN-YEAR
                       IF DATE-IN-YEAR
                           PERFORM 2100-TAKE-ONE-RECORD
                       END-IF
               END-READ
               MOVE OFFM-TABLE-NAME TO TB-NAME(TBL-HIT-IDX)
               MOVE ZERO TO TB-YEAR-TOTAL(TBL-HIT-IDX)
               PERFORM VARYING MONTH-IDX FROM 1 BY 1
                       UNTIL MONTH-IDX > 13
                   MOVE ZERO
                       TO TB-MONTH-TOTAL(TBL-HIT-IDX, MONTH-IDX)
               END-PERFORM
               PERFORM 2200-RESOLVE-ENTITY
           END-IF
           IF TBL-HIT-IDX > 0
               MOVE PERQ-PERIOD-NO TO MONTH-NO
               IF MONTH-NO >= 1 AND MONTH-NO <= PERIOD-LIMIT
                   ADD OFFM-TOTAL
                       TO TB-MONTH-TOTAL(TBL-HIT-IDX, MONTH-NO)
                   ADD OFFM-TOTAL TO TB-YEAR-TOTAL(TBL-HIT-IDX)
               END-IF
           END-IF.

       2200-RESOLVE-ENTITY.
           MOVE SPACES TO ENTQ-REQUEST
           SET ENTQ-FOR-TABLE TO TRUE
           MOVE OFFM-TABLE-NAME TO ENTQ-CODE
           CALL "ENTITY-OF" USING BY REFERENCE ENTQ-REQUEST
           IF ENTQ-WAS-FOUND
               MOVE ENTQ-ENTITY      TO TB-ENTITY(TBL-HIT-IDX)
               MOVE ENTQ-ENTITY-NAME TO TB-ENTITY-NAME(TBL-HIT-IDX)
           ELSE
               MOVE SPACES TO TB-ENTITY(TBL-HIT-IDX)
               MOVE SPACES TO TB-ENTITY-NAME(TBL-HIT-IDX)
               MOVE SPACES TO LOG-TEXT
               STRING "YEAR-END: NO LEGAL ENTITY FOR " DELIMITED BY SIZE
                      OFFM-TABLE-NAME DELIMITED BY SPACE
                      " - SHOWN UNASSIGNED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       3000-PRINT-ANNUAL-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           END-STRING
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > TBL-COUNT
               MOVE "Y" TO NEW-GROUP-FLAG
               PERFORM VARYING TBL-IDX FROM 1 BY 1
                       UNTIL TBL-IDX NOT < GRP-IDX
                   IF TB-ENTITY(TBL-IDX) = TB-ENTITY(GRP-IDX)
                       MOVE "N" TO NEW-GROUP-FLAG
                   END-IF
               END-PERFORM
               IF GROUP-IS-NEW
                   PERFORM 3050-PRINT-ENTITY-GROUP
               END-IF
           END-PERFORM

           PERFORM 3500-PRINT-ADJUSTMENTS
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       3050-PRINT-ENTITY-GROUP.
           MOVE SPACES TO RPT-LINE
           IF TB-ENTITY(GRP-IDX) = SPACES
               MOVE "ENTITY: UNASSIGNED" TO RPT-LINE
           ELSE
               STRING "ENTITY: " DELIMITED BY SIZE
                      TB-ENTITY(GRP-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      TB-ENTITY-NAME(GRP-IDX) DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 3100-WRITE-RPT-LINE
           MOVE ZERO TO ENTITY-TOTAL
           PERFORM VARYING TBL-IDX FROM GRP-IDX BY 1
                   UNTIL TBL-IDX > TBL-COUNT
               IF TB-ENTITY(TBL-IDX) = TB-ENTITY(GRP-IDX)
                   ADD TB-YEAR-TOTAL(TBL-IDX) TO ENTITY-TOTAL
                   PERFORM 3060-PRINT-ONE-TABLE
               END-IF
           END-PERFORM
           MOVE ENTITY-TOTAL TO YEAR-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "ENTITY YEAR TOTAL: " DELIMITED BY SIZE
                  YEAR-EDITED          DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       3060-PRINT-ONE-TABLE.
           MOVE SPACES TO RPT-LINE
           STRING "TABLE: " DELIMITED BY SIZE
                  TB-NAME(TBL-IDX) DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > PERIOD-LIMIT
               MOVE MONTH-IDX TO MONTH-EDITED
               MOVE TB-MONTH-TOTAL(TBL-IDX, MONTH-IDX)
                   TO TOTAL-EDITED
               MOVE SPACES TO RPT-LINE
               STRING "  " DELIMITED BY SIZE
                      WANT-YEAR DELIMITED BY SIZE
                      PERIOD-MARK DELIMITED BY SIZE
                      MONTH-EDITED DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      TOTAL-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 3100-WRITE-RPT-LINE
           END-PERFORM
           MOVE TB-YEAR-TOTAL(TBL-IDX) TO YEAR-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "  YEAR TOTAL: " DELIMITED BY SIZE
                  YEAR-EDITED      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       3100-WRITE-RPT-LINE.
                   AT END
                       SET ADJ-AT-EOF TO TRUE
                   NOT AT END
                       MOVE ADJ-RUN-DATE TO PERQ-DATE
                       PERFORM 0600-CHECK-DATE-IN-YEAR
                       IF DATE-IN-YEAR
                           MOVE ADJ-ORIG-TOTAL TO ADJ-ORIG-EDITED
                           MOVE ADJ-NEW-TOTAL  TO ADJ-NEW-EDITED
                           MOVE SPACES TO RPT-LINE
           CLOSE YRMANFILE.

       5600-HASH-ONE-LINE.
      * CFG-SNAP's walk: the first 513 bytes always, the rest of the
      * line only when anything is on it.
           MOVE 513 TO HASH-LIMIT
           IF GEN-LINE(514:25) NOT = SPACES
               MOVE LENGTH OF GEN-LINE TO HASH-LIMIT
           END-IF
           PERFORM VARYING HASH-CHAR-POS FROM 1 BY 1
                   UNTIL HASH-CHAR-POS > HASH-LIMIT
               COMPUTE FILE-HASH =
                   FUNCTION MOD(FILE-HASH * 31 +
                       FUNCTION ORD(GEN-LINE(HASH-CHAR-POS:1)) *
