       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTCH-EXP.

      *****************************************************************
      * WTCH-EXP - expires watch-list entries (SUMWATCH, see
      * CBWATCH) whose expiry date has passed. Run on a schedule (a
      * SUMSCHED job naming program WTCH-EXP - the PROGRAM-ID is kept
      * to the eight characters SCHED-PROGRAM holds), normally early in
      * the nightly chain. Each active entry dated before the
      * business date is marked expired with its closing time and
      * the register is rewritten; the scan has already stopped
      * checking it, this makes the list say so. The entries just
      * expired are listed on WATCHEXP grouped by requester, and
      * each requester gets one alert at their own destination
      * naming how many of their watches lapsed, so they can renew
      * the ones still wanted through WATCH-MAINT.
      *
      * Entries expired or dropped more than WATCHKEEP days before
      * the business date (default 90) come off the live register
      * onto the SUMWATCHH history, in the same layout, so the list
      * WATCH-MAINT and the scan hold stays within its 200 entries
      * and the closed ones are still on file.
      *
      * RC 0 = register checked (whether or not anything expired),
      * 4 = no watch list on file, 8 = register too large to hold,
      * or history would not extend - left untouched rather than
      * rewritten short.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHFILE ASSIGN TO "SUMWATCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WATCH-FILE-STATUS.
           SELECT OPTIONAL WATCHHFILE ASSIGN TO "SUMWATCHH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WATCHH-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHFILE.
           COPY CBWATCH.

      * Closed entries taken off the register - CBWATCH images.
       FD  WATCHHFILE.
       01  WATCHH-RECORD         PIC X(149).

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 WATCH-FILE-STATUS  PIC XX.
           88 WATCH-FILE-OK      VALUE "00".
       01 WATCHH-FILE-STATUS PIC XX.
           88 WATCHH-FILE-OK     VALUE "00" "05".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 WATCH-EOF-FLAG     PIC X.
           88 WATCH-AT-EOF       VALUE "Y".
       01 OVERFLOW-FLAG      PIC X VALUE "N".
           88 REGISTER-OVERFLOWED VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 BUSINESS-DATE      PIC X(10).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 CLOSE-TS           PIC X(16).

      * Retention of closed entries on the live register.
       01 KEEP-DAYS-INPUT    PIC X(8).
       01 KEEP-DAYS          PIC 9(4) VALUE 90.
       01 CUTOFF-DATE        PIC X(8).
       01 DATE-DIGITS        PIC X(8).
       01 DATE-NUMBER REDEFINES DATE-DIGITS PIC 9(8).
       01 CUTOFF-INTEGER     PIC 9(9) COMP-5.
       01 PURGE-FLAG         PIC X.
           88 ENTRY-TO-PURGE     VALUE "Y".
       01 PURGED-COUNT       PIC 9(5) VALUE 0.

      * The register in storage, rewritten wholesale - entry width
      * is the CBWATCH record length, grows in step with it. The
      * same limit WATCH-MAINT holds it to.
       01 WATCH-COUNT        PIC 999 COMP-5 VALUE 0.
       01 WATCH-TABLE-WS.
           05 WATCH-ENTRY OCCURS 200 TIMES.
               10 WE-IMAGE           PIC X(149).
      * "N" expired by this run and not yet listed, "L" listed.
               10 WE-RUN-FLAG        PIC X.
                   88 WE-NEWLY-EXPIRED    VALUE "N".
                   88 WE-LISTED           VALUE "L".
       01 WATCH-IDX          PIC 999 COMP-5.
       01 OWNER-IDX          PIC 999 COMP-5.
       01 OWNER-ID           PIC X(8).
       01 OWNER-DEST         PIC X(8).
       01 OWNER-COUNT        PIC 9(3).
       01 OWNER-COUNT-EDITED PIC ZZ9.
       01 EXPIRED-COUNT      PIC 9(5) VALUE 0.
       01 OWNER-TOTAL        PIC 9(5) VALUE 0.
       01 COUNT-EDITED       PIC ZZZZ9.
       01 AMOUNT-EDITED      PIC -(9)9.99.
       01 AMOUNT-EDITED-2    PIC -(9)9.99.
       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:16) TO CLOSE-TS
           PERFORM 2000-LOAD-REGISTER
           IF NOT WATCH-FILE-OK
               MOVE "WTCH-EXP: NO WATCH LIST (SUMWATCH) ON FILE"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF REGISTER-OVERFLOWED
               MOVE "WTCH-EXP: SUMWATCH OVER 200 ENTRIES - NOT EXPIRED"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-COUNT
               PERFORM 3000-CHECK-ONE-ENTRY
           END-PERFORM
           IF PURGED-COUNT > 0
               PERFORM 4500-KEEP-PURGED-HISTORY
               IF NOT WATCHH-FILE-OK
                   MOVE SPACES TO LOG-TEXT
                   STRING "WTCH-EXP: SUMWATCHH UNUSABLE - "
                              DELIMITED BY SIZE
                          "REGISTER LEFT UNCHANGED" DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "E" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF EXPIRED-COUNT > 0 OR PURGED-COUNT > 0
               PERFORM 4000-REWRITE-REGISTER
           END-IF

           PERFORM 6000-START-REPORT
           IF EXPIRED-COUNT = 0
               MOVE "NO WATCH-LIST ENTRIES EXPIRED" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
      * One owner at a time, in register order of their first
      * lapsed entry.
           PERFORM VARYING OWNER-IDX FROM 1 BY 1
                   UNTIL OWNER-IDX > WATCH-COUNT
               IF WE-NEWLY-EXPIRED(OWNER-IDX)
                   PERFORM 5000-LIST-ONE-OWNER
               END-IF
           END-PERFORM
           PERFORM 6600-PRINT-TOTALS
           PERFORM 6900-END-REPORT

           MOVE EXPIRED-COUNT TO COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "WTCH-EXP: " DELIMITED BY SIZE
                  COUNT-EDITED  DELIMITED BY SIZE
                  " WATCH-LIST ENTRIES EXPIRED AS OF "
                                DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           IF PURGED-COUNT > 0
               MOVE PURGED-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "WTCH-EXP: " DELIMITED BY SIZE
                      COUNT-EDITED  DELIMITED BY SIZE
                      " CLOSED ENTRIES MOVED TO SUMWATCHH"
                                    DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF
           MOVE 0 TO RETURN-CODE
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
           MOVE SPACES TO KEEP-DAYS-INPUT
           ACCEPT KEEP-DAYS-INPUT FROM ENVIRONMENT "WATCHKEEP"
           IF KEEP-DAYS-INPUT NOT = SPACES AND
              FUNCTION TEST-NUMVAL(KEEP-DAYS-INPUT) = 0
               COMPUTE KEEP-DAYS = FUNCTION NUMVAL(KEEP-DAYS-INPUT)
           END-IF
           MOVE SPACES TO DATE-DIGITS
           STRING BUSINESS-DATE(1:4) DELIMITED BY SIZE
                  BUSINESS-DATE(6:2) DELIMITED BY SIZE
                  BUSINESS-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-DIGITS
           END-STRING
           COMPUTE CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-NUMBER)
           SUBTRACT KEEP-DAYS FROM CUTOFF-INTEGER
           COMPUTE DATE-NUMBER =
               FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER)
           MOVE DATE-DIGITS TO CUTOFF-DATE.

       2000-LOAD-REGISTER.
           MOVE "N" TO WATCH-EOF-FLAG
           OPEN INPUT WATCHFILE
           IF NOT WATCH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WATCH-AT-EOF
               READ WATCHFILE
                   AT END
                       SET WATCH-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-CHECK-PURGE
                       IF ENTRY-TO-PURGE
                           ADD 1 TO PURGED-COUNT
                       ELSE
                           IF WATCH-COUNT < 200
                               ADD 1 TO WATCH-COUNT
                               MOVE WATCH-RECORD
                                   TO WE-IMAGE(WATCH-COUNT)
                               MOVE SPACE TO WE-RUN-FLAG(WATCH-COUNT)
                           ELSE
                               SET REGISTER-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHFILE.

       2100-CHECK-PURGE.
      * Expired or dropped, and closed before the retention cutoff.
           MOVE "N" TO PURGE-FLAG
           IF WL-IS-ACTIVE OR WL-CLOSED-TS = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WL-CLOSED-TS(1:8) < CUTOFF-DATE
               SET ENTRY-TO-PURGE TO TRUE
           END-IF.

       3000-CHECK-ONE-ENTRY.
      * Live through its expiry date - lapsed once the business date
      * is past it, the rule the scan applies.
           MOVE WE-IMAGE(WATCH-IDX) TO WATCH-RECORD
           IF NOT WL-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF WL-EXPIRY-DATE NOT < BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           SET WL-IS-EXPIRED TO TRUE
           MOVE CLOSE-TS TO WL-CLOSED-TS
           MOVE WATCH-RECORD TO WE-IMAGE(WATCH-IDX)
           SET WE-NEWLY-EXPIRED(WATCH-IDX) TO TRUE
           ADD 1 TO EXPIRED-COUNT.

       4000-REWRITE-REGISTER.
      * Only when something changed - a quiet night leaves the file
      * as it was.
           OPEN OUTPUT WATCHFILE
           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-COUNT
               MOVE WE-IMAGE(WATCH-IDX) TO WATCH-RECORD
               WRITE WATCH-RECORD
           END-PERFORM
           CLOSE WATCHFILE.

       4500-KEEP-PURGED-HISTORY.
      * The register is read again for the entries the load left
      * out - the same test, so the same entries - and each goes on
      * the history before the live file is rewritten without it.
           OPEN EXTEND WATCHHFILE
           IF NOT WATCHH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WATCH-EOF-FLAG
           OPEN INPUT WATCHFILE
           PERFORM UNTIL WATCH-AT-EOF
               READ WATCHFILE
                   AT END
                       SET WATCH-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-CHECK-PURGE
                       IF ENTRY-TO-PURGE
                           WRITE WATCHH-RECORD FROM WATCH-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHFILE
           CLOSE WATCHHFILE.

       5000-LIST-ONE-OWNER.
      * Every lapsed entry of this requester, then one alert to the
      * destination their first lapsed entry routes to.
           MOVE WE-IMAGE(OWNER-IDX) TO WATCH-RECORD
           MOVE WL-REQUESTER TO OWNER-ID
           MOVE WL-DEST TO OWNER-DEST
           IF OWNER-DEST = SPACES
               MOVE "OPS" TO OWNER-DEST
           END-IF
           MOVE 0 TO OWNER-COUNT
           ADD 1 TO OWNER-TOTAL
           PERFORM 6800-WRITE-RPT-LINE
           STRING "REQUESTER " DELIMITED BY SIZE
                  OWNER-ID     DELIMITED BY SIZE
                  "  ALERTS TO " DELIMITED BY SIZE
                  OWNER-DEST   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING WATCH-IDX FROM OWNER-IDX BY 1
                   UNTIL WATCH-IDX > WATCH-COUNT
               IF WE-NEWLY-EXPIRED(WATCH-IDX)
                   MOVE WE-IMAGE(WATCH-IDX) TO WATCH-RECORD
                   IF WL-REQUESTER = OWNER-ID
                       PERFORM 6100-PRINT-ONE-ENTRY
                       SET WE-LISTED(WATCH-IDX) TO TRUE
                       ADD 1 TO OWNER-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE OWNER-COUNT TO OWNER-COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "WATCH LIST: " DELIMITED BY SIZE
                  OWNER-COUNT-EDITED DELIMITED BY SIZE
                  " ENTRIES EXPIRED FOR " DELIMITED BY SIZE
                  OWNER-ID DELIMITED BY SPACE
                  " - RENEW VIA WATCH-MAINT" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT,
                                                   OWNER-DEST.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "WATCHEXP" TO RW-FILE-NAME
           MOVE "WATCH-LIST ENTRIES EXPIRED - FOR RENEWAL" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                  BUSINESS-DATE    DELIMITED BY SIZE
                  "  ENTRIES DATED BEFORE IT HAVE LAPSED"
                                   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "  ID   TYPE VALUE / RANGE" TO RPT-LINE
           MOVE "EXPIRED    TABLE" TO RPT-LINE(40:16)
           PERFORM 6800-WRITE-RPT-LINE.

       6100-PRINT-ONE-ENTRY.
           MOVE SPACES TO RPT-LINE
           MOVE WL-WATCH-ID    TO RPT-LINE(3:4)
           MOVE WL-TYPE        TO RPT-LINE(8:4)
           IF WL-ON-AMT
               MOVE WL-AMT-MIN TO AMOUNT-EDITED
               MOVE WL-AMT-MAX TO AMOUNT-EDITED-2
               STRING FUNCTION TRIM(AMOUNT-EDITED) DELIMITED BY SIZE
                      " TO "                       DELIMITED BY SIZE
                      FUNCTION TRIM(AMOUNT-EDITED-2)
                                                   DELIMITED BY SIZE
                   INTO RPT-LINE(13:26)
               END-STRING
           ELSE
               MOVE WL-VALUE   TO RPT-LINE(13:20)
           END-IF
           MOVE WL-EXPIRY-DATE TO RPT-LINE(40:10)
           IF WL-TABLE-NAME = SPACES
               MOVE "(ALL)"    TO RPT-LINE(51:5)
           ELSE
               MOVE WL-TABLE-NAME TO RPT-LINE(51:30)
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6600-PRINT-TOTALS.
           PERFORM 6800-WRITE-RPT-LINE
           IF PURGED-COUNT > 0
               MOVE PURGED-COUNT TO COUNT-EDITED
               STRING "CLOSED ENTRIES MOVED TO SUMWATCHH "
                          DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           MOVE EXPIRED-COUNT TO COUNT-EDITED
           STRING "EXPIRED " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE OWNER-TOTAL TO COUNT-EDITED
           STRING "  REQUESTERS NOTIFIED " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE(14:)
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6900-END-REPORT.
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       END PROGRAM WTCH-EXP.
