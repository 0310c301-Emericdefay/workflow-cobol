       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLASH-RPT.

      *****************************************************************
      * FLASH-RPT - prior-year comparison flash off the official
      * totals master (SUMOFFM). Per table it sets the business day
      * against the equivalent business day last year, month-to-date
      * against last year's month-to-date and year-to-date against
      * last year's year-to-date, each with the change in amount and
      * in percent of last year's figure.
      *
      * The equivalent day is matched by position, not by calendar
      * date: the business date is the Nth business day of its month
      * and last year's match is the Nth business day of the same
      * month last year (its last business day if it had fewer).
      * A business day is a weekday the processing calendar (SUMCAL)
      * does not mark "H", or any day it marks "B" or "E" - the
      * same calendar the nightly run obeys. Last year's MTD and YTD
      * run to that matched day, so both years carry the same count
      * of business days. A table whose closed-period figure was
      * corrected through OFFM-ADJ is taken at its latest corrected
      * figure (SUMOFFADJ) in both years.
      *
      * FLASHDATE (YYYY-MM-DD) in the environment reruns the flash
      * for an earlier day; the default is the business date.
      * Report to FLASHRPT.
      *
      * RC 0 = flash written, 4 = written but no official total on
      * file for the day itself or adjustments beyond the table,
      * 8 = bad FLASHDATE or the master would not open.
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
           SELECT OPTIONAL CALFILE ASSIGN TO "SUMCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFMAST.
           COPY CBOFFM.

       FD  ADJFILE.
           COPY CBOFFADJ.

       FD  CALFILE.
           COPY CBCAL.

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 OFFM-FILE-STATUS   PIC XX.
           88 OFFM-FILE-OK       VALUE "00".
       01 ADJ-FILE-STATUS    PIC XX.
           88 ADJ-FILE-OK        VALUE "00" "05".
       01 CAL-FILE-STATUS    PIC XX.
           88 CAL-FILE-OK        VALUE "00" "05".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 CURRENT-DATE-WORK  PIC X(21).
       01 BUSINESS-DATE      PIC X(10).
       01 FLASH-DATE         PIC X(10).
       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

      * The two years' windows. Dates are compared as YYYY-MM-DD
      * text, which sorts the same as the dates themselves.
       01 CUR-DAY-DATE       PIC X(10).
       01 CUR-MONTH-START    PIC X(10).
       01 CUR-YEAR-START     PIC X(10).
       01 PY-DAY-DATE        PIC X(10).
       01 PY-MONTH-START     PIC X(10).
       01 PY-YEAR-START      PIC X(10).
       01 PY-YEAR            PIC 9(4).

      * One day-type byte per day of the business month and of the
      * same month last year: B business day, W weekend, H holiday
      * off SUMCAL, X no such day in the month.
       01 CUR-MONTH-DAYS.
           05 CUR-DAY-TYPE       PIC X OCCURS 31 TIMES.
       01 PY-MONTH-DAYS.
           05 PY-DAY-TYPE        PIC X OCCURS 31 TIMES.
       01 DAY-IDX            PIC 99 COMP-5.
       01 DAY-OF-MONTH       PIC 99.
       01 DAY-POSITION       PIC 99 COMP-5.
       01 BDAY-SEEN          PIC 99 COMP-5.
       01 PY-MATCH-DAY       PIC 99 COMP-5.
       01 PY-LAST-BDAY       PIC 99 COMP-5.
       01 POSITION-EDITED    PIC Z9.
       01 DATE-DIGITS        PIC X(8).
       01 DATE-NUMBER REDEFINES DATE-DIGITS PIC 9(8).
       01 DATE-INTEGER       PIC 9(9) COMP-5.
       01 DATE-DOW           PIC 9.
       01 WORK-DATE          PIC X(10).
       01 WORK-TYPE          PIC X.

      * Latest corrected figure per table and business date inside
      * either year's window, off SUMOFFADJ (append-only, so a later
      * adjustment of the same day replaces an earlier one).
       01 ADJ-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01 ADJ-TABLE.
           05 ADJ-ENTRY OCCURS 1000 TIMES.
               10 AT-TABLE-NAME  PIC X(30).
               10 AT-RUN-DATE    PIC X(10).
               10 AT-NEW-TOTAL   PIC S9(9)V99 COMP-3.
       01 ADJ-IDX            PIC 9(4) COMP-5.
       01 ADJ-HIT-IDX        PIC 9(4) COMP-5.
       01 ADJ-OVERFLOW-FLAG  PIC X VALUE "N".
           88 ADJ-TABLE-FULL     VALUE "Y".
       01 ADJ-USED-COUNT     PIC 9(5) VALUE 0.
       01 ADJ-USED-EDITED    PIC ZZ,ZZ9.

       01 DAY-FOUND-FLAG     PIC X VALUE "N".
           88 DAY-WAS-FOUND      VALUE "Y".
       01 TABLE-NAME         PIC X(30).
       01 TABLE-HITS         PIC 9(7).
       01 RECORD-FIGURE      PIC S9(9)V99 COMP-3.

      * Per table, then all tables: 1 TODAY, 2 MTD, 3 YTD.
       01 TABLE-FIGURES.
           05 TF-ROW OCCURS 3 TIMES.
               10 TF-CURRENT     PIC S9(13)V99 COMP-3.
               10 TF-PRIOR       PIC S9(13)V99 COMP-3.
       01 ALL-FIGURES.
           05 AF-ROW OCCURS 3 TIMES.
               10 AF-CURRENT     PIC S9(13)V99 COMP-3.
               10 AF-PRIOR       PIC S9(13)V99 COMP-3.
       01 ROW-IDX            PIC 9 COMP-5.
       01 ROW-LABELS         PIC X(18) VALUE "TODAY MTD   YTD   ".
       01 ROW-LABEL-TABLE REDEFINES ROW-LABELS.
           05 ROW-LABEL          PIC X(6) OCCURS 3 TIMES.
       01 TABLE-COUNT        PIC 9(5) VALUE 0.

       01 SHOW-CURRENT       PIC S9(13)V99 COMP-3.
       01 SHOW-PRIOR         PIC S9(13)V99 COMP-3.
       01 CHANGE-WORK        PIC S9(13)V99 COMP-3.
       01 PCT-BASE           PIC S9(13)V99 COMP-3.
       01 PCT-WORK           PIC S9(16)V99 COMP-3.
       01 PCT-RESULT         PIC S9(5)V9 COMP-3.
       01 CURRENT-EDITED     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 PRIOR-EDITED       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 CHANGE-EDITED      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 PCT-EDITED         PIC -ZZZ9.9.
       01 PCT-TEXT           PIC X(8).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO RPT-LINE
           PERFORM 1000-SET-BUSINESS-DATE
           MOVE SPACES TO FLASH-DATE
           ACCEPT FLASH-DATE FROM ENVIRONMENT "FLASHDATE"
           IF FLASH-DATE = SPACES
               MOVE BUSINESS-DATE TO FLASH-DATE
           END-IF
           MOVE FLASH-DATE TO WORK-DATE
           PERFORM 1900-DATE-TO-INTEGER
           IF DATE-INTEGER = 0
               MOVE SPACES TO LOG-TEXT
               STRING "FLASH: FLASHDATE NOT A YYYY-MM-DD DATE: "
                          DELIMITED BY SIZE
                      FLASH-DATE DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-SET-WINDOWS
           PERFORM 3000-LOAD-ADJUSTMENTS

           MOVE "N" TO EOF-FLAG
           OPEN INPUT OFFMAST
           IF NOT OFFM-FILE-OK
               MOVE SPACES TO LOG-TEXT
               STRING "FLASH: SUMOFFM WOULD NOT OPEN, STATUS "
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

           PERFORM 5000-OPEN-REPORT
           INITIALIZE ALL-FIGURES
           MOVE SPACES TO TABLE-NAME
           PERFORM UNTIL FILE-AT-EOF
               READ OFFMAST
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 4000-TAKE-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE OFFMAST
           PERFORM 4500-END-TABLE
           PERFORM 5500-CLOSE-REPORT

           IF NOT DAY-WAS-FOUND OR ADJ-TABLE-FULL
               MOVE SPACES TO LOG-TEXT
               IF NOT DAY-WAS-FOUND
                   STRING "FLASH: NO OFFICIAL TOTAL ON SUMOFFM FOR "
                              DELIMITED BY SIZE
                          CUR-DAY-DATE DELIMITED BY SIZE
                          " - SEE FLASHRPT" DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
               ELSE
                   MOVE "FLASH: OVER 1000 ADJUSTMENTS - SEE FLASHRPT"
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

       1900-DATE-TO-INTEGER.
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

       2000-SET-WINDOWS.
           MOVE FLASH-DATE TO CUR-DAY-DATE
           MOVE FLASH-DATE TO CUR-MONTH-START
           MOVE "01" TO CUR-MONTH-START(9:2)
           MOVE CUR-MONTH-START TO CUR-YEAR-START
           MOVE "01" TO CUR-YEAR-START(6:2)
           MOVE FLASH-DATE(1:4) TO PY-YEAR
           SUBTRACT 1 FROM PY-YEAR
           MOVE CUR-MONTH-START TO PY-MONTH-START
           MOVE PY-YEAR TO PY-MONTH-START(1:4)
           MOVE CUR-YEAR-START TO PY-YEAR-START
           MOVE PY-YEAR TO PY-YEAR-START(1:4)

      * Both months by weekday first, then the calendar over them.
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 31
               MOVE DAY-IDX TO DAY-OF-MONTH
               MOVE CUR-MONTH-START TO WORK-DATE
               MOVE DAY-OF-MONTH TO WORK-DATE(9:2)
               PERFORM 2100-WEEKDAY-TYPE
               MOVE WORK-TYPE TO CUR-DAY-TYPE(DAY-IDX)
               MOVE PY-MONTH-START TO WORK-DATE
               MOVE DAY-OF-MONTH TO WORK-DATE(9:2)
               PERFORM 2100-WEEKDAY-TYPE
               MOVE WORK-TYPE TO PY-DAY-TYPE(DAY-IDX)
           END-PERFORM
           PERFORM 2200-APPLY-CALENDAR

      * Position of the day among its month's business days; a day
      * before the month's first business day counts as the first.
           MOVE FLASH-DATE(9:2) TO DAY-OF-MONTH
           MOVE 0 TO DAY-POSITION
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-OF-MONTH
               IF CUR-DAY-TYPE(DAY-IDX) = "B"
                   ADD 1 TO DAY-POSITION
               END-IF
           END-PERFORM
           IF DAY-POSITION = 0
               MOVE 1 TO DAY-POSITION
           END-IF

           MOVE 0 TO BDAY-SEEN
           MOVE 0 TO PY-MATCH-DAY
           MOVE 0 TO PY-LAST-BDAY
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 31
               IF PY-DAY-TYPE(DAY-IDX) = "B"
                   ADD 1 TO BDAY-SEEN
                   MOVE DAY-IDX TO PY-LAST-BDAY
                   IF BDAY-SEEN = DAY-POSITION
                       MOVE DAY-IDX TO PY-MATCH-DAY
                   END-IF
               END-IF
           END-PERFORM
           IF PY-MATCH-DAY = 0
               MOVE PY-LAST-BDAY TO PY-MATCH-DAY
           END-IF
           IF PY-MATCH-DAY = 0
               MOVE DAY-OF-MONTH TO PY-MATCH-DAY
           END-IF
           MOVE PY-MONTH-START TO PY-DAY-DATE
           MOVE PY-MATCH-DAY TO DAY-OF-MONTH
           MOVE DAY-OF-MONTH TO PY-DAY-DATE(9:2).

       2100-WEEKDAY-TYPE.
      * Day integer 1 (1601-01-01) was a Monday, so MOD 7 of 1-5 is
      * a weekday and 6/0 the weekend - the MONTH-RPT reckoning.
           PERFORM 1900-DATE-TO-INTEGER
           IF DATE-INTEGER = 0
               MOVE "X" TO WORK-TYPE
           ELSE
               COMPUTE DATE-DOW = FUNCTION MOD(DATE-INTEGER, 7)
               IF DATE-DOW >= 1 AND DATE-DOW <= 5
                   MOVE "B" TO WORK-TYPE
               ELSE
                   MOVE "W" TO WORK-TYPE
               END-IF
           END-IF.

       2200-APPLY-CALENDAR.
      * Dates absent from SUMCAL keep their weekday type; a shop
      * without a calendar compares weekday against weekday.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CALFILE
           IF NOT CAL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ CALFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2300-TAKE-CALENDAR-DAY
               END-READ
           END-PERFORM
           CLOSE CALFILE.

       2300-TAKE-CALENDAR-DAY.
           IF CAL-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CAL-DATE(9:2) TO DAY-OF-MONTH
           IF DAY-OF-MONTH < 1 OR DAY-OF-MONTH > 31
               EXIT PARAGRAPH
           END-IF
           IF CAL-DAY-TYPE = "H"
               MOVE "H" TO WORK-TYPE
           ELSE
               MOVE "B" TO WORK-TYPE
           END-IF
           MOVE DAY-OF-MONTH TO DAY-IDX
           IF CAL-DATE(1:7) = CUR-MONTH-START(1:7) AND
              CUR-DAY-TYPE(DAY-IDX) NOT = "X"
               MOVE WORK-TYPE TO CUR-DAY-TYPE(DAY-IDX)
           END-IF
           IF CAL-DATE(1:7) = PY-MONTH-START(1:7) AND
              PY-DAY-TYPE(DAY-IDX) NOT = "X"
               MOVE WORK-TYPE TO PY-DAY-TYPE(DAY-IDX)
           END-IF.

       3000-LOAD-ADJUSTMENTS.
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
                       PERFORM 3100-TAKE-ADJUSTMENT
               END-READ
           END-PERFORM
           CLOSE ADJFILE.

       3100-TAKE-ADJUSTMENT.
           IF NOT ((ADJ-RUN-DATE NOT < CUR-YEAR-START AND
                    ADJ-RUN-DATE NOT > CUR-DAY-DATE) OR
                   (ADJ-RUN-DATE NOT < PY-YEAR-START AND
                    ADJ-RUN-DATE NOT > PY-DAY-DATE))
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ADJ-HIT-IDX
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT OR ADJ-HIT-IDX > 0
               IF AT-TABLE-NAME(ADJ-IDX) = ADJ-TABLE-NAME AND
                  AT-RUN-DATE(ADJ-IDX) = ADJ-RUN-DATE
                   MOVE ADJ-IDX TO ADJ-HIT-IDX
               END-IF
           END-PERFORM
           IF ADJ-HIT-IDX = 0
               IF ADJ-COUNT NOT < 1000
                   SET ADJ-TABLE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ADJ-COUNT
               MOVE ADJ-COUNT TO ADJ-HIT-IDX
               MOVE ADJ-TABLE-NAME TO AT-TABLE-NAME(ADJ-HIT-IDX)
               MOVE ADJ-RUN-DATE   TO AT-RUN-DATE(ADJ-HIT-IDX)
           END-IF
           MOVE ADJ-NEW-TOTAL TO AT-NEW-TOTAL(ADJ-HIT-IDX).

       4000-TAKE-MASTER-RECORD.
      * SUMOFFM comes back in key order - table, then date - so a
      * change of table name closes the previous table's block.
           IF OFFM-TABLE-NAME NOT = TABLE-NAME
               PERFORM 4500-END-TABLE
               MOVE OFFM-TABLE-NAME TO TABLE-NAME
               INITIALIZE TABLE-FIGURES
               MOVE 0 TO TABLE-HITS
           END-IF
           IF NOT ((OFFM-RUN-DATE NOT < CUR-YEAR-START AND
                    OFFM-RUN-DATE NOT > CUR-DAY-DATE) OR
                   (OFFM-RUN-DATE NOT < PY-YEAR-START AND
                    OFFM-RUN-DATE NOT > PY-DAY-DATE))
               EXIT PARAGRAPH
           END-IF

           MOVE OFFM-TOTAL TO RECORD-FIGURE
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT
               IF AT-TABLE-NAME(ADJ-IDX) = OFFM-TABLE-NAME AND
                  AT-RUN-DATE(ADJ-IDX) = OFFM-RUN-DATE
                   MOVE AT-NEW-TOTAL(ADJ-IDX) TO RECORD-FIGURE
                   ADD 1 TO ADJ-USED-COUNT
               END-IF
           END-PERFORM
           ADD 1 TO TABLE-HITS

           IF OFFM-RUN-DATE NOT > CUR-DAY-DATE AND
              OFFM-RUN-DATE NOT < CUR-YEAR-START
               ADD RECORD-FIGURE TO TF-CURRENT(3)
               IF OFFM-RUN-DATE NOT < CUR-MONTH-START
                   ADD RECORD-FIGURE TO TF-CURRENT(2)
               END-IF
               IF OFFM-RUN-DATE = CUR-DAY-DATE
                   ADD RECORD-FIGURE TO TF-CURRENT(1)
                   SET DAY-WAS-FOUND TO TRUE
               END-IF
           ELSE
               ADD RECORD-FIGURE TO TF-PRIOR(3)
               IF OFFM-RUN-DATE NOT < PY-MONTH-START
                   ADD RECORD-FIGURE TO TF-PRIOR(2)
               END-IF
               IF OFFM-RUN-DATE = PY-DAY-DATE
                   ADD RECORD-FIGURE TO TF-PRIOR(1)
               END-IF
           END-IF.

       4500-END-TABLE.
           IF TABLE-NAME = SPACES OR TABLE-HITS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TABLE-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TABLE: " DELIMITED BY SIZE
                  TABLE-NAME DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > 3
               MOVE TF-CURRENT(ROW-IDX) TO SHOW-CURRENT
               MOVE TF-PRIOR(ROW-IDX)   TO SHOW-PRIOR
               ADD TF-CURRENT(ROW-IDX) TO AF-CURRENT(ROW-IDX)
               ADD TF-PRIOR(ROW-IDX)   TO AF-PRIOR(ROW-IDX)
               PERFORM 4600-FORMAT-ROW
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM
           PERFORM 6800-WRITE-RPT-LINE.

       4600-FORMAT-ROW.
      * Change is this year less last year; the percent is of last
      * year's figure, N/A where last year had nothing to compare.
           COMPUTE CHANGE-WORK = SHOW-CURRENT - SHOW-PRIOR
           MOVE SHOW-CURRENT TO CURRENT-EDITED
           MOVE SHOW-PRIOR   TO PRIOR-EDITED
           MOVE CHANGE-WORK  TO CHANGE-EDITED
           MOVE "     N/A" TO PCT-TEXT
           IF SHOW-PRIOR NOT = ZERO
               MOVE SHOW-PRIOR TO PCT-BASE
               IF PCT-BASE < ZERO
                   MULTIPLY -1 BY PCT-BASE
               END-IF
               COMPUTE PCT-WORK = CHANGE-WORK * 100
               DIVIDE PCT-BASE INTO PCT-WORK GIVING PCT-RESULT ROUNDED
                   ON SIZE ERROR
                       MOVE "  >9999%" TO PCT-TEXT
                   NOT ON SIZE ERROR
                       IF PCT-RESULT > 9999.9 OR PCT-RESULT < -9999.9
                           MOVE "  >9999%" TO PCT-TEXT
                       ELSE
                           MOVE PCT-RESULT TO PCT-EDITED
                           MOVE PCT-EDITED TO PCT-TEXT(1:7)
                           MOVE "%" TO PCT-TEXT(8:1)
                       END-IF
               END-DIVIDE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING ROW-LABEL(ROW-IDX) DELIMITED BY SIZE
                  CURRENT-EDITED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  PRIOR-EDITED       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CHANGE-EDITED      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  PCT-TEXT           DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING.

       5000-OPEN-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "FLASHRPT" TO RW-FILE-NAME
           STRING "PRIOR-YEAR FLASH FOR " DELIMITED BY SIZE
                  CUR-DAY-DATE DELIMITED BY SIZE
               INTO RW-TITLE
           END-STRING
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           MOVE DAY-POSITION TO POSITION-EDITED
           STRING "TODAY " DELIMITED BY SIZE
                  CUR-DAY-DATE DELIMITED BY SIZE
                  " AGAINST " DELIMITED BY SIZE
                  PY-DAY-DATE DELIMITED BY SIZE
                  " - BUSINESS DAY " DELIMITED BY SIZE
                  POSITION-EDITED DELIMITED BY SIZE
                  " OF THE MONTH" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           STRING "MTD   " DELIMITED BY SIZE
                  CUR-MONTH-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  CUR-DAY-DATE DELIMITED BY SIZE
                  " AGAINST " DELIMITED BY SIZE
                  PY-MONTH-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  PY-DAY-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           STRING "YTD   " DELIMITED BY SIZE
                  CUR-YEAR-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  CUR-DAY-DATE DELIMITED BY SIZE
                  " AGAINST " DELIMITED BY SIZE
                  PY-YEAR-START DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  PY-DAY-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "PERIOD"     TO RPT-LINE(1:6)
           MOVE "THIS YEAR"  TO RPT-LINE(16:9)
           MOVE "PRIOR YEAR" TO RPT-LINE(34:10)
           MOVE "CHANGE"     TO RPT-LINE(57:6)
           MOVE "PCT"        TO RPT-LINE(68:3)
           PERFORM 6800-WRITE-RPT-LINE
           MOVE ALL "-" TO RPT-LINE(1:71)
           PERFORM 6800-WRITE-RPT-LINE.

       5500-CLOSE-REPORT.
           IF TABLE-COUNT = 0
               MOVE "NO OFFICIAL TOTALS ON FILE IN EITHER YEAR"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           ELSE
               MOVE "ALL TABLES" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > 3
                   MOVE AF-CURRENT(ROW-IDX) TO SHOW-CURRENT
                   MOVE AF-PRIOR(ROW-IDX)   TO SHOW-PRIOR
                   PERFORM 4600-FORMAT-ROW
                   MOVE "TOTAL" TO RW-ACTION
                   MOVE RPT-LINE TO RW-LINE
                   CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
                   MOVE SPACES TO RPT-LINE
               END-PERFORM
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           IF NOT DAY-WAS-FOUND
               STRING "NO OFFICIAL TOTAL ON FILE FOR " DELIMITED BY SIZE
                      CUR-DAY-DATE DELIMITED BY SIZE
                      " - TODAY SHOWS ZERO" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           MOVE ADJ-USED-COUNT TO ADJ-USED-EDITED
           STRING "OFFM-ADJ CORRECTED FIGURES USED: " DELIMITED BY SIZE
                  ADJ-USED-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF ADJ-TABLE-FULL
               MOVE "OVER 1000 ADJUSTMENTS - THE REST NOT APPLIED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       END PROGRAM FLASH-RPT.
