           SELECT OPTIONAL ORDWKFILE ASSIGN TO "SUMORDWK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ORDWK-FILE-STATUS.
      * Rows stamped outside the table's trading hours - held open
      * across calls like SUMQUAR.
           SELECT OPTIONAL AFTHFILE ASSIGN TO "SUMAFTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AFTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ORDWK-RECORD.
           05 ORDWK-VALUE       PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD  AFTHFILE.
           COPY CBAFTH.

       WORKING-STORAGE SECTION.
      * Held across calls - this subprogram is static, so the file
      * stays open for every row of the scan instead of being
      * memory follows it, which made TEST-NUMVAL reject every value
      * and the statistics skip every row.
       01 COL1-TEXT             PIC X(9).
      * The row's business key at full width, cleaned from the
      * COLUMN-KEY window - what every file that names the row
      * records as its key. COL1-TEXT stays the value the statistics
      * read.
       01 KEY-TEXT              PIC X(16).
       01 COL3-TEXT             PIC X(9).
       01 COL-TEXT-NUL-POS      PIC 99 COMP-5.
      * The column positions this row's roles actually live at -
       01 ORD-VALUE-WORK        PIC S9(9)V99 COMP-3.
       01 ORDWK-FILE-STATUS     PIC XX.
       01 ORDWK-DUMP-IDX        PIC 9(4) COMP-5.
      * Time-of-day profile work fields - the stamp cleaned at its
      * terminator like the other windows, the hour read out of it,
      * and the after-hours file held open across calls.
       01 STAMP-TEXT            PIC X(26).
       01 STAMP-NUL-POS         PIC 99 COMP-5.
       01 HOUR-WORK             PIC 99.
       01 HOUR-SLOT             PIC 99 COMP-5.
       01 HOUR-READ-FLAG        PIC X.
           88 HOUR-WAS-READ         VALUE "Y".
       01 IN-HOURS-FLAG         PIC X.
           88 ROW-IN-HOURS          VALUE "Y".
       01 HCAT-IDX              PIC 99 COMP-5.
       01 HCAT-HIT-IDX          PIC 99 COMP-5.
       01 AFTH-FILE-STATUS      PIC XX.
       01 AFTH-OPEN-FLAG        PIC X VALUE "N".
           88 AFTH-IS-OPEN          VALUE "Y".
      * Outlier-check work fields - the running average of the rows
      * seen before this one, how far this row strays from it, and
      * the band that counts as "too far". Exceptions file held open
       01 EXCP-PRIOR-AVG        PIC S9(9)V99 COMP-3.
       01 EXCP-DEV-WORK         PIC S9(9)V99 COMP-3.
       01 EXCP-THRESHOLD        PIC 9(9)V99 COMP-3.
       01 KNEX-IDX              PIC 99 COMP-5.
       01 KNOWN-KEY-FLAG        PIC X.
           88 KEY-IS-KNOWN          VALUE "Y".
      * Detail-extract work fields - the header was already written
      * by the driver, this side appends the per-row details.
       01 DETL-FILE-STATUS      PIC XX.
       01 COL2-NULL-FLAG        PIC X VALUE "N".
           88 COL2-IS-NULL           VALUE "Y".

      * The row as the watch-list check sees it - see CBWHIT.
           COPY CBWHIT.
       01 WATCH-COL-LIMIT       PIC 99 COMP-5.

       LINKAGE SECTION.
       01 QUERY             PIC X(80).
           COPY CBCALLBK.
      * Pin the column roles - by name against azColName when the
      * context carries a map (resolved once, on the first row), the
      * frozen positions 1/2/3 otherwise.
           IF (COLMAP-ON OR CURRENCY-ON OR HOURLY-ON) AND
              NOT COLMAP-RESOLVED
               PERFORM 6300-RESOLVE-COLUMN-MAP
           END-IF
           IF COLMAP-ON

           MOVE "N" TO COL1-NULL-FLAG
           MOVE "N" TO COL2-NULL-FLAG
           MOVE SPACES TO KEY-TEXT
           IF KEY-POS = 0 OR KEY-POS > ARGC
               SET COL1-IS-NULL TO TRUE
           ELSE
                   SET COL1-IS-NULL TO TRUE
               ELSE
                   SET ADDRESS OF COLUMN-ID TO ARGV-COL(KEY-POS)
                   SET ADDRESS OF COLUMN-KEY TO ARGV-COL(KEY-POS)
               END-IF
           END-IF
           IF CAT-POS = 0 OR CAT-POS > ARGC
                   MOVE "N" TO DUP-FOUND-FLAG
                   PERFORM VARYING DUP-IDX FROM 1 BY 1
                           UNTIL DUP-IDX > CTX-SEEN-COUNT
                       IF CTX-SEEN-KEYS(DUP-IDX) = KEY-TEXT
                           SET DUP-WAS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                       PERFORM 6600-WRITE-QUARANTINE
                       STRING "SQL > DUPLICATE COLUMN-ID : "
                              DELIMITED BY SIZE
                              KEY-TEXT DELIMITED BY SIZE
                           INTO LOG-TEXT
                       END-STRING
                       MOVE "D" TO LOG-SEV
                   ELSE
                       IF CTX-SEEN-COUNT < 500
                           ADD 1 TO CTX-SEEN-COUNT
                           MOVE KEY-TEXT
                               TO CTX-SEEN-KEYS(CTX-SEEN-COUNT)
                       ELSE
                           IF NOT CTX-SEEN-OVERFLOWED
                   IF CURRENCY-ON AND CTX-CURR-COL-POS > 0
                       PERFORM 6700-ACCUMULATE-CURRENCY
                   END-IF
                   IF HOURLY-ON AND CTX-TS-COL-POS > 0
                       PERFORM 7600-PROFILE-HOUR
                   END-IF
                   IF EXCP-CHECK-ON AND CTX-NUMERIC-ROWS > 10
                       PERFORM 7000-CHECK-OUTLIER
                   END-IF
                   PERFORM 6500-EVALUATE-RULES
               END-IF

      * Watch list - every row against the entries live for this
      * table; WATCH-CHK records and alerts the hits.
               IF CTX-WATCH-COUNT > 0
                   PERFORM 6800-CHECK-WATCH-LIST
               END-IF

      * Trace every row seen and its running total, so a bad final
      * total can be walked back to the specific row that caused it
      * without re-running the scan under a debugger. Preview runs
               IF COL-TEXT-NUL-POS < 9
                   MOVE SPACES TO COL1-TEXT(COL-TEXT-NUL-POS + 1:)
               END-IF
           END-IF
           MOVE COLUMN-KEY TO KEY-TEXT
           MOVE 0 TO COL-TEXT-NUL-POS
           INSPECT KEY-TEXT TALLYING COL-TEXT-NUL-POS
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE
           IF COL-TEXT-NUL-POS = 0
               MOVE SPACES TO KEY-TEXT
           ELSE
               IF COL-TEXT-NUL-POS < 16
                   MOVE SPACES TO KEY-TEXT(COL-TEXT-NUL-POS + 1:)
               END-IF
           END-IF.

       6200-CLEAN-COLUMN-ID-2.
                   MOVE COL-IDX TO CTX-CURR-COL-POS
               END-IF
           END-IF
      * Nor has the timestamp column - unresolved, no profile.
           MOVE 0 TO CTX-TS-COL-POS
           MOVE CTX-MAP-TS-NAME TO MAP-WANT-NAME
           IF MAP-WANT-NAME NOT = SPACES
               PERFORM 6310-FIND-ONE-COLUMN
               IF COL-TEXT-NUL-POS > 0
                   MOVE COL-IDX TO CTX-TS-COL-POS
               END-IF
           END-IF
           SET COLMAP-RESOLVED TO TRUE
           MOVE CTX-KEY-COL-POS TO MAP-POS-EDITED
           STRING "SQL > COLUMN MAP: KEY AT " DELIMITED BY SIZE
           MOVE CTX-RULE-ROLE(RULE-IDX) TO VIOL-COLUMN-ROLE
           MOVE CTX-RULE-TYPE(RULE-IDX) TO VIOL-RULE-TYPE
           MOVE COL1-TEXT               TO VIOL-KEY
           MOVE KEY-TEXT                TO VIOL-LONG-KEY
           MOVE RULE-TEXT-WORK          TO VIOL-VALUE
           MOVE CTX-ROW-COUNT           TO VIOL-ROW-POSITION
           WRITE VIOL-RECORD.
           IF COL1-IS-NULL
               MOVE SPACES TO QUAR-KEY
               MOVE SPACES TO QUAR-VALUE
               MOVE SPACES TO QUAR-LONG-KEY
           ELSE
               MOVE COL1-TEXT TO QUAR-KEY
               MOVE COL1-TEXT TO QUAR-VALUE
               MOVE KEY-TEXT  TO QUAR-LONG-KEY
           END-IF
           IF COL2-IS-NULL
               MOVE SPACES TO QUAR-CATEGORY
               END-IF
           END-IF.

       6800-CHECK-WATCH-LIST.
      * Key and category as the rules see them, then every column
      * the row returned (up to ten) cleaned at its terminator, the
      * same window the group key is read through.
           MOVE SPACES TO WHIT-RECORD
           MOVE CTX-ROW-COUNT TO WH-ROW-POSITION
           MOVE KEY-TEXT TO WH-KEY
           IF COL1-TEXT NOT = SPACES AND
              FUNCTION TEST-NUMVAL(COL1-TEXT) = 0
               COMPUTE WH-AMOUNT = FUNCTION NUMVAL(COL1-TEXT)
           END-IF
           IF NOT COL2-IS-NULL
               PERFORM 6000-CLEAN-GROUP-NAME
               MOVE GRP-NAME-WORK TO WH-CATEGORY
           END-IF
           MOVE ARGC TO WATCH-COL-LIMIT
           IF WATCH-COL-LIMIT > 10
               MOVE 10 TO WATCH-COL-LIMIT
           END-IF
           MOVE WATCH-COL-LIMIT TO WH-COLUMN-COUNT
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > WATCH-COL-LIMIT
               IF ARGV-COL(COL-IDX) NOT = NULL
                   SET ADDRESS OF COLUMN-NAME TO ARGV-COL(COL-IDX)
                   PERFORM 6000-CLEAN-GROUP-NAME
                   MOVE GRP-NAME-WORK TO WH-COLUMN-IMAGE(COL-IDX)
               END-IF
           END-PERFORM
      * COLUMN-NAME back on the category - the group and audit
      * paths further down read it.
           IF NOT COL2-IS-NULL
               SET ADDRESS OF COLUMN-NAME TO ARGV-COL(CAT-POS)
           END-IF
           CALL "WATCH-CHK" USING BY REFERENCE CB-CONTEXT,
                                               WHIT-RECORD.

       7000-CHECK-OUTLIER.
      * A single fat-finger row (a value 100x normal) hides inside a
      * plausible total - compare this row against the running
               FUNCTION ABS(EXCP-PRIOR-AVG) *
               CTX-EXCP-BAND-PCT / 100
           IF FUNCTION ABS(EXCP-DEV-WORK) > EXCP-THRESHOLD
      * A key reviewed as legitimate and placed on the known-
      * exception list is counted apart and not flagged again.
               MOVE "N" TO KNOWN-KEY-FLAG
               PERFORM VARYING KNEX-IDX FROM 1 BY 1
                       UNTIL KNEX-IDX > CTX-KNEX-COUNT
                   IF CTX-KNEX-KEY(KNEX-IDX) = KEY-TEXT
                       SET KEY-IS-KNOWN TO TRUE
                   END-IF
               END-PERFORM
               IF KEY-IS-KNOWN
                   ADD 1 TO CTX-EXCP-KNOWN-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CTX-EXCP-COUNT
      * Preview runs count their exceptions but leave SUMEXCP alone.
               IF DRY-RUN-ON
               MOVE ORD-VALUE-WORK   TO EXCP-VALUE
               MOVE EXCP-DEV-WORK    TO EXCP-DEVIATION
               MOVE CTX-ROW-COUNT    TO EXCP-ROW-POSITION
               MOVE CTX-SCAN-DATE    TO EXCP-RUN-DATE
               MOVE CTX-SCAN-TABLE   TO EXCP-TABLE-NAME
               MOVE KEY-TEXT         TO EXCP-LONG-KEY
               WRITE EXCP-RECORD
               STRING "SQL > OUTLIER ROW FLAGGED, KEY: "
                      DELIMITED BY SIZE
                      KEY-TEXT DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           MOVE SPACES TO DETL-RECORD
           SET DETL-IS-DETAIL TO TRUE
           MOVE COL1-TEXT TO DETL-KEY
           MOVE KEY-TEXT  TO DETL-LONG-KEY
           IF COL2-IS-NULL
               MOVE SPACES TO DETL-CATEGORY
           ELSE
           MOVE AUDIT-CHAIN-VALUE TO AUDIT-CHAIN-EDITED
           MOVE AUDIT-CHAIN-EDITED TO AUDIT-LINE(72:9).

       7600-PROFILE-HOUR.
      * The row into its hour of the day - read from the stamp as
      * sqlite hands it over, "YYYY-MM-DD HH:MM..." (or with a T
      * between date and time) or a bare "HH:MM...". A NULL or
      * unreadable stamp is counted apart, never bucketed.
           MOVE SPACES TO STAMP-TEXT
           IF CTX-TS-COL-POS > ARGC OR
              ARGV-COL(CTX-TS-COL-POS) = NULL
               ADD 1 TO CTX-HOUR-NOTIME-COUNT
               EXIT PARAGRAPH
           END-IF
           SET ADDRESS OF COLUMN-STAMP TO ARGV-COL(CTX-TS-COL-POS)
           MOVE COLUMN-STAMP TO STAMP-TEXT
           MOVE 0 TO STAMP-NUL-POS
           INSPECT STAMP-TEXT TALLYING STAMP-NUL-POS
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE
           IF STAMP-NUL-POS = 0
               MOVE SPACES TO STAMP-TEXT
           ELSE
               IF STAMP-NUL-POS < 26
                   MOVE SPACES TO STAMP-TEXT(STAMP-NUL-POS + 1:)
               END-IF
           END-IF
           MOVE "N" TO HOUR-READ-FLAG
           IF (STAMP-TEXT(11:1) = SPACE OR STAMP-TEXT(11:1) = "T")
              AND STAMP-TEXT(12:2) NUMERIC
              AND STAMP-TEXT(14:1) = ":"
               MOVE STAMP-TEXT(12:2) TO HOUR-WORK
               SET HOUR-WAS-READ TO TRUE
           ELSE
               IF STAMP-TEXT(1:2) NUMERIC AND STAMP-TEXT(3:1) = ":"
                   MOVE STAMP-TEXT(1:2) TO HOUR-WORK
                   SET HOUR-WAS-READ TO TRUE
               END-IF
           END-IF
           IF NOT HOUR-WAS-READ OR HOUR-WORK > 23
               ADD 1 TO CTX-HOUR-NOTIME-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE HOUR-SLOT = HOUR-WORK + 1
           ADD 1 TO CTX-HOUR-ROWS(HOUR-SLOT)
           ADD ORD-VALUE-WORK TO CTX-HOUR-TOTAL(HOUR-SLOT)

      * The category as the group subtotal reads it - COLUMN-NAME
      * is put back on the category column first, since the
      * currency split may have left it on its own column.
           MOVE SPACES TO GRP-NAME-WORK
           IF NOT COL2-IS-NULL
               SET ADDRESS OF COLUMN-NAME TO ARGV-COL(CAT-POS)
               PERFORM 6000-CLEAN-GROUP-NAME
           END-IF
           IF HOURLY-BY-CAT-ON
               PERFORM 7610-PROFILE-CATEGORY-HOUR
           END-IF

      * Trading hours: open 08 close 20 takes 08:00 to 19:59; an
      * open past the close runs through midnight (22 to 06).
           IF CTX-TRADE-OPEN = CTX-TRADE-CLOSE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO IN-HOURS-FLAG
           IF CTX-TRADE-OPEN < CTX-TRADE-CLOSE
               IF HOUR-WORK >= CTX-TRADE-OPEN AND
                  HOUR-WORK < CTX-TRADE-CLOSE
                   SET ROW-IN-HOURS TO TRUE
               END-IF
           ELSE
               IF HOUR-WORK >= CTX-TRADE-OPEN OR
                  HOUR-WORK < CTX-TRADE-CLOSE
                   SET ROW-IN-HOURS TO TRUE
               END-IF
           END-IF
           IF ROW-IN-HOURS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTX-AFTER-HOURS-COUNT
      * Preview runs count after-hours rows but leave SUMAFTH alone.
           IF DRY-RUN-ON
               EXIT PARAGRAPH
           END-IF
           IF NOT AFTH-IS-OPEN
               OPEN EXTEND AFTHFILE
               SET AFTH-IS-OPEN TO TRUE
           END-IF
           MOVE SPACES TO AFTH-RECORD
           MOVE CTX-SCAN-DATE    TO AFTH-RUN-DATE
           MOVE CTX-SCAN-TABLE   TO AFTH-TABLE-NAME
           MOVE CTX-ROW-COUNT    TO AFTH-ROW-POSITION
           MOVE KEY-TEXT         TO AFTH-KEY
           MOVE GRP-NAME-WORK    TO AFTH-CATEGORY
           MOVE STAMP-TEXT       TO AFTH-STAMP
           MOVE HOUR-WORK        TO AFTH-HOUR
           MOVE ORD-VALUE-WORK   TO AFTH-AMOUNT
           MOVE CTX-TRADE-OPEN   TO AFTH-TRADE-OPEN
           MOVE CTX-TRADE-CLOSE  TO AFTH-TRADE-CLOSE
           INSPECT AFTH-RECORD REPLACING ALL LOW-VALUE BY SPACE
           WRITE AFTH-RECORD.

       7610-PROFILE-CATEGORY-HOUR.
      * Same linear search and bound discipline as the group
      * subtotals; a row with no category profiles under spaces.
           MOVE 0 TO HCAT-HIT-IDX
           PERFORM VARYING HCAT-IDX FROM 1 BY 1
                   UNTIL HCAT-IDX > CTX-HCAT-COUNT
                      OR HCAT-HIT-IDX > 0
               IF CTX-HCAT-NAME(HCAT-IDX) = GRP-NAME-WORK
                   MOVE HCAT-IDX TO HCAT-HIT-IDX
               END-IF
           END-PERFORM
           IF HCAT-HIT-IDX = 0
               IF CTX-HCAT-COUNT < 10
                   ADD 1 TO CTX-HCAT-COUNT
                   MOVE CTX-HCAT-COUNT TO HCAT-HIT-IDX
                   MOVE GRP-NAME-WORK TO CTX-HCAT-NAME(HCAT-HIT-IDX)
               ELSE
                   IF NOT CTX-HCAT-OVERFLOWED
                       SET CTX-HCAT-OVERFLOWED TO TRUE
                       MOVE SPACES TO LOG-TEXT
                       STRING "SQL > HOURLY CATEGORY TABLE FULL (10)"
                              DELIMITED BY SIZE
                              " - PROFILE INCOMPLETE"
                              DELIMITED BY SIZE
                           INTO LOG-TEXT
                       END-STRING
                       MOVE "W" TO LOG-SEV
                       CALL "LOGGER" USING BY REFERENCE LOG-TEXT,
                                                        LOG-SEV
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO CTX-HCAT-ROWS(HCAT-HIT-IDX, HOUR-SLOT)
           ADD ORD-VALUE-WORK
               TO CTX-HCAT-TOTAL(HCAT-HIT-IDX, HOUR-SLOT).

       7800-DUMP-ORD-TABLE.
      * Fresh file per scan - the first spill truncates whatever a
      * prior run left and writes the thousand captured values out
