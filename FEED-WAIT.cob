       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-WAIT.

      *****************************************************************
      * FEED-WAIT - upstream-arrival trigger for the nightly chain.
      * The chain used to start at a fixed cron time whether the
      * upstream feed had finished or not: a late-feed night either
      * scanned a partial table or kept somebody up to start it by
      * hand. This watch is started in the chain's place; it polls
      * the upstream control file (SUMUPCTL, see CBUPCTL) for a
      * record carrying the business date and, the moment one is
      * there, CALLs SCHED-DRV to work the SUMSCHED chain.
      *   - nothing by the latest-start time: alerted once, and the
      *     watch keeps polling
      *   - nothing by the give-up time: alerted again and the chain
      *     is NOT started - a partial scan is what this prevents
      *   - a calendar holiday ("H" on SUMCAL): no feed is expected;
      *     the chain is started straight away and its BUS jobs stand
      *     down as SCHED-DRV always has them
      * Every watch appends one record to SUMARRV (see CBARRV) before
      * the chain starts; the scan stamps its arrival time and late
      * flag onto the run history for AVAIL-RPT.
      * Environment:
      *   FEEDLATE  latest-start time HHMM (default 0200); a time
      *             more than twelve hours behind the clock is the
      *             next morning's
      *   FEEDGIVE  minutes past FEEDLATE to keep polling (default
      *             240)
      *   FEEDPOLL  seconds between polls (default 60)
      *   FEEDTABLE a table the control record must name (default
      *             any record for the business date)
      *
      * RETURN-CODE: SCHED-DRV's when the chain was started, 8 when
      * the feed never arrived.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPCTLFILE ASSIGN TO "SUMUPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UPCTL-FILE-STATUS.
           SELECT OPTIONAL ARRVFILE ASSIGN TO "SUMARRV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARRV-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT CALFILE ASSIGN TO "SUMCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UPCTLFILE.
           COPY CBUPCTL.

       FD  ARRVFILE.
           COPY CBARRV.

       FD  BDATEFILE.
           COPY CBBDATE.

       FD  CALFILE.
           COPY CBCAL.

       WORKING-STORAGE SECTION.
       01 UPCTL-FILE-STATUS  PIC XX.
           88 UPCTL-FILE-OK      VALUE "00".
       01 ARRV-FILE-STATUS   PIC XX.
           88 ARRV-FILE-OK       VALUE "00" "05".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 CAL-FILE-STATUS    PIC XX.
           88 CAL-FILE-OK        VALUE "00".
       01 UPCTL-EOF-FLAG     PIC X.
           88 UPCTL-AT-EOF       VALUE "Y".
       01 CAL-EOF-FLAG       PIC X.
           88 CAL-AT-EOF         VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 BUSINESS-DATE      PIC X(10).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 CAL-TODAY-TYPE     PIC X VALUE "B".
       01 WATCH-START-TS     PIC X(16).
       01 ARRIVED-TS         PIC X(16).
       01 WANT-TABLE         PIC X(30).
       01 FOUND-TABLE        PIC X(30).
       01 CHAIN-RC           PIC 9(4).
       01 ARRIVED-WORDS      PIC X(16).

       01 PARM-INPUT         PIC X(8).
       01 LATE-HHMM          PIC X(4) VALUE "0200".
       01 LATE-HHMM-NUM REDEFINES LATE-HHMM.
           05 LATE-HH            PIC 99.
           05 LATE-MM            PIC 99.
       01 GIVE-MINUTES       PIC 9(4) VALUE 240.
       01 POLL-SECS          PIC 9(4) VALUE 60.

      * Times as minutes from the calendar's day one, so a deadline
      * across midnight compares as plainly as one before it.
       01 NOW-MINUTES        PIC 9(11) COMP-5.
       01 LATE-MINUTES       PIC 9(11) COMP-5.
       01 GIVE-UP-MINUTES    PIC 9(11) COMP-5.
       01 ARRIVED-MINUTES    PIC 9(11) COMP-5.
       01 DAY-INTEGER        PIC 9(8) COMP-5.
       01 DAY-MINUTE         PIC 9(4) COMP-5.
       01 DATE-NUMBER        PIC 9(8).
       01 LATEST-TS          PIC X(16).
       01 GIVE-UP-TS         PIC X(16).
       01 TS-WORK            PIC X(16).
       01 TS-MINUTES         PIC 9(11) COMP-5.
       01 TS-HH              PIC 99.
       01 TS-MM              PIC 99.

       01 WATCH-STATE        PIC X VALUE SPACE.
           88 FEED-ARRIVED       VALUE "A".
           88 WATCH-GAVE-UP      VALUE "G".
       01 LATE-ALERT-FLAG    PIC X VALUE "N".
           88 LATE-ALERT-SENT    VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WATCH-START-TS
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 1100-READ-CALENDAR-DAY
           PERFORM 1200-SET-WATCH-TIMES

           IF CAL-TODAY-TYPE = "H"
               MOVE SPACES TO LOG-TEXT
               STRING "FEED WATCH: " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " IS A HOLIDAY - NO FEED WAITED FOR"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               PERFORM 4000-WRITE-ARRIVAL
               PERFORM 3000-START-CHAIN
               GOBACK
           END-IF

           MOVE SPACES TO LOG-TEXT
           STRING "FEED WATCH: WAITING FOR SUMUPCTL " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ", LATEST START " DELIMITED BY SIZE
                  LATEST-TS(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  LATEST-TS(11:2) DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           PERFORM 2000-POLL-ONCE
               UNTIL FEED-ARRIVED OR WATCH-GAVE-UP

           IF WATCH-GAVE-UP
               PERFORM 4000-WRITE-ARRIVAL
               MOVE SPACES TO LOG-TEXT
               STRING "FEED WATCH: NO SUMUPCTL FOR " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      GIVE-UP-TS(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      GIVE-UP-TS(11:2) DELIMITED BY SIZE
                      " - CHAIN NOT STARTED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF ARRIVED-MINUTES > LATE-MINUTES
               MOVE " ARRIVED LATE " TO ARRIVED-WORDS
           ELSE
               MOVE " ARRIVED " TO ARRIVED-WORDS
           END-IF
           MOVE SPACES TO LOG-TEXT
           STRING "FEED WATCH: SUMUPCTL " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ARRIVED-WORDS DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ARRIVED-TS(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ARRIVED-TS(11:2) DELIMITED BY SIZE
                  " - STARTING THE CHAIN" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           IF ARRIVED-MINUTES > LATE-MINUTES
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           ELSE
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           END-IF
           PERFORM 4000-WRITE-ARRIVAL
           PERFORM 3000-START-CHAIN
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

       1100-READ-CALENDAR-DAY.
      * A date absent from the calendar is a plain business day,
      * the convention SCHED-DRV and the scan keep.
           MOVE "B" TO CAL-TODAY-TYPE
           MOVE "N" TO CAL-EOF-FLAG
           OPEN INPUT CALFILE
           IF NOT CAL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAL-AT-EOF
               READ CALFILE
                   AT END
                       SET CAL-AT-EOF TO TRUE
                   NOT AT END
                       IF CAL-DATE = BUSINESS-DATE
                           MOVE CAL-DAY-TYPE TO CAL-TODAY-TYPE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALFILE.

       1200-SET-WATCH-TIMES.
           MOVE SPACES TO PARM-INPUT
           ACCEPT PARM-INPUT FROM ENVIRONMENT "FEEDLATE"
           IF PARM-INPUT NOT = SPACES
               IF PARM-INPUT(1:4) IS NUMERIC AND
                  PARM-INPUT(5:4) = SPACES AND
                  PARM-INPUT(1:2) < "24" AND
                  PARM-INPUT(3:2) < "60"
                   MOVE PARM-INPUT(1:4) TO LATE-HHMM
               ELSE
                   MOVE SPACES TO LOG-TEXT
                   STRING "FEED WATCH: FEEDLATE NOT HHMM: "
                              DELIMITED BY SIZE
                          PARM-INPUT DELIMITED BY SIZE
                          " - 0200 USED" DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               END-IF
           END-IF
           MOVE SPACES TO PARM-INPUT
           ACCEPT PARM-INPUT FROM ENVIRONMENT "FEEDGIVE"
           IF PARM-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARM-INPUT) = 0
                   MOVE FUNCTION NUMVAL(PARM-INPUT) TO GIVE-MINUTES
               END-IF
           END-IF
           MOVE SPACES TO PARM-INPUT
           ACCEPT PARM-INPUT FROM ENVIRONMENT "FEEDPOLL"
           IF PARM-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(PARM-INPUT) = 0
                   MOVE FUNCTION NUMVAL(PARM-INPUT) TO POLL-SECS
               END-IF
           END-IF
           IF POLL-SECS = 0
               MOVE 60 TO POLL-SECS
           END-IF
           MOVE SPACES TO WANT-TABLE
           ACCEPT WANT-TABLE FROM ENVIRONMENT "FEEDTABLE"

      * The latest start falls today, unless it is more than twelve
      * hours behind the clock - a 0200 limit set at 2200 is the
      * next morning's.
           PERFORM 9000-SET-NOW-MINUTES
           MOVE WATCH-START-TS(1:8) TO DATE-NUMBER
           COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE(DATE-NUMBER)
           COMPUTE LATE-MINUTES = DAY-INTEGER * 1440
           COMPUTE DAY-MINUTE = LATE-HH * 60 + LATE-MM
           ADD DAY-MINUTE TO LATE-MINUTES
           IF LATE-MINUTES + 720 < NOW-MINUTES
               ADD 1440 TO LATE-MINUTES
           END-IF
           COMPUTE GIVE-UP-MINUTES = LATE-MINUTES + GIVE-MINUTES
           MOVE LATE-MINUTES TO TS-MINUTES
           PERFORM 9100-MINUTES-TO-TS
           MOVE TS-WORK TO LATEST-TS
           MOVE GIVE-UP-MINUTES TO TS-MINUTES
           PERFORM 9100-MINUTES-TO-TS
           MOVE TS-WORK TO GIVE-UP-TS.

       2000-POLL-ONCE.
           PERFORM 2100-LOOK-FOR-CONTROL
           IF FEED-ARRIVED
               MOVE FUNCTION CURRENT-DATE (1:16) TO ARRIVED-TS
               PERFORM 9000-SET-NOW-MINUTES
               MOVE NOW-MINUTES TO ARRIVED-MINUTES
               EXIT PARAGRAPH
           END-IF
           PERFORM 9000-SET-NOW-MINUTES
           IF NOW-MINUTES >= LATE-MINUTES AND NOT LATE-ALERT-SENT
               SET LATE-ALERT-SENT TO TRUE
               MOVE SPACES TO LOG-TEXT
               STRING "FEED WATCH: NO SUMUPCTL FOR " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " BY LATEST START " DELIMITED BY SIZE
                      LATEST-TS(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      LATEST-TS(11:2) DELIMITED BY SIZE
                      " - STILL WAITING" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-IF
           IF NOW-MINUTES >= GIVE-UP-MINUTES
               SET WATCH-GAVE-UP TO TRUE
               EXIT PARAGRAPH
           END-IF
           CALL "C$SLEEP" USING BY CONTENT POLL-SECS.

       2100-LOOK-FOR-CONTROL.
      * The file is the exporter's to write; one that is not there
      * yet is simply a feed that has not landed.
           MOVE "N" TO UPCTL-EOF-FLAG
           OPEN INPUT UPCTLFILE
           IF NOT UPCTL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL UPCTL-AT-EOF OR FEED-ARRIVED
               READ UPCTLFILE
                   AT END
                       SET UPCTL-AT-EOF TO TRUE
                   NOT AT END
                       IF UPC-RUN-DATE = BUSINESS-DATE AND
                          (WANT-TABLE = SPACES OR
                           UPC-TABLE-NAME = WANT-TABLE)
                           SET FEED-ARRIVED TO TRUE
                           MOVE UPC-TABLE-NAME TO FOUND-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UPCTLFILE.

       3000-START-CHAIN.
           MOVE 0 TO RETURN-CODE
           CALL "SCHED-DRV"
               ON EXCEPTION
                   MOVE "FEED WATCH: SCHED-DRV NOT FOUND - NO CHAIN RUN"
                       TO LOG-TEXT
                   MOVE "E" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
                   MOVE 12 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO CHAIN-RC
           MOVE CHAIN-RC TO RETURN-CODE.

       4000-WRITE-ARRIVAL.
           OPEN EXTEND ARRVFILE
           IF NOT ARRV-FILE-OK
               MOVE "FEED WATCH: SUMARRV UNUSABLE - ARRIVAL UNRECORDED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ARRV-RECORD
           MOVE BUSINESS-DATE  TO ARV-RUN-DATE
           MOVE LATEST-TS      TO ARV-LATEST-TS
           MOVE WATCH-START-TS TO ARV-WATCH-START-TS
           MOVE "N" TO ARV-LATE-FLAG
           EVALUATE TRUE
               WHEN FEED-ARRIVED
                   MOVE "ARRIVED"   TO ARV-OUTCOME
                   MOVE FOUND-TABLE TO ARV-TABLE-NAME
                   MOVE ARRIVED-TS  TO ARV-ARRIVED-TS
                   IF ARRIVED-MINUTES > LATE-MINUTES
                       SET ARV-WAS-LATE TO TRUE
                   END-IF
               WHEN WATCH-GAVE-UP
                   MOVE "NOFEED"   TO ARV-OUTCOME
                   MOVE WANT-TABLE TO ARV-TABLE-NAME
                   SET ARV-WAS-LATE TO TRUE
               WHEN OTHER
                   MOVE "NODAY"    TO ARV-OUTCOME
           END-EVALUATE
           WRITE ARRV-RECORD
           CLOSE ARRVFILE.

       9000-SET-NOW-MINUTES.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WORK
           MOVE CURRENT-DATE-WORK(1:8) TO DATE-NUMBER
           COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE(DATE-NUMBER)
           COMPUTE NOW-MINUTES = DAY-INTEGER * 1440
           MOVE CURRENT-DATE-WORK(9:2)  TO TS-HH
           MOVE CURRENT-DATE-WORK(11:2) TO TS-MM
           COMPUTE DAY-MINUTE = TS-HH * 60 + TS-MM
           ADD DAY-MINUTE TO NOW-MINUTES.

       9100-MINUTES-TO-TS.
      * TS-MINUTES back to a YYYYMMDDHHMM0000 stamp.
           DIVIDE TS-MINUTES BY 1440 GIVING DAY-INTEGER
               REMAINDER DAY-MINUTE
           COMPUTE DATE-NUMBER = FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
           DIVIDE DAY-MINUTE BY 60 GIVING TS-HH REMAINDER TS-MM
           MOVE SPACES TO TS-WORK
           STRING DATE-NUMBER DELIMITED BY SIZE
                  TS-HH DELIMITED BY SIZE
                  TS-MM DELIMITED BY SIZE
                  "0000" DELIMITED BY SIZE
               INTO TS-WORK
           END-STRING.

       END PROGRAM FEED-WAIT.
