       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-RVW.

      *****************************************************************
      * SOD-RVW - operator activity and segregation-of-duties review.
      * Internal audit asks every quarter who did what, and the
      * answer is spread over six files, each with its own layout:
      *   SUMPARMH  parameter changes        (CBPARMH)
      *   SUMPEND   change requests/reviews  (CBPEND)
      *   SUMALRTL  alert acknowledgments    (CBALEDG)
      *   SUMCLOSE  period closes/reopens    (CBCLOSE)
      *   SUMLHOLD  legal holds placed/freed (CBLHOLD)
      *   SUMOFFADJ closed-period adjustments (CBOFFADJ)
      * Every action stamped inside the review window is sorted by
      * operator and time and listed per operator, and the review
      * then reports the conflicts audit looks for:
      *   - one id both requesting and approving changes to the same
      *     control file (self-approval included)
      *   - an adjustment to a closed period by the id that closed it
      *   - view-only ids on SUMOPER (see CBOPER) with actions
      *     recorded against them
      *   - SUMOPER ids with no action in the 90 days to the business
      *     date, on any file, at any time
      * The window defaults to those same 90 days; SODFROM and SODTO
      * (environment, YYYY-MM-DD) set a quarter explicitly. Absent
      * files are simply not part of the review. The report goes
      * through RPT-WRITER to SODRPT and so into the report archive
      * with everything else, where the auditors pick it up. Run on
      * demand - it is not a nightly step.
      *
      * RC 0 = no findings; 4 = findings listed; 8 = bad window, or
      * none of the activity files on site.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERFILE ASSIGN TO "SUMOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT PARMHFILE ASSIGN TO "SUMPARMH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARMH-FILE-STATUS.
           SELECT PENDFILE ASSIGN TO "SUMPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT ALEDGFILE ASSIGN TO "SUMALRTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALEDG-FILE-STATUS.
           SELECT CLOSEFILE ASSIGN TO "SUMCLOSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLOSE-FILE-STATUS.
           SELECT LHOLDFILE ASSIGN TO "SUMLHOLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LHOLD-FILE-STATUS.
           SELECT OFFADJFILE ASSIGN TO "SUMOFFADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OFFADJ-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT SORTFILE ASSIGN TO "SRTSOD".

       DATA DIVISION.
       FILE SECTION.
       FD  OPERFILE.
           COPY CBOPER.

       FD  PARMHFILE.
           COPY CBPARMH.

       FD  PENDFILE.
           COPY CBPEND.

       FD  ALEDGFILE.
           COPY CBALEDG.

       FD  CLOSEFILE.
           COPY CBCLOSE.

       FD  LHOLDFILE.
           COPY CBLHOLD.

       FD  OFFADJFILE.
           COPY CBOFFADJ.

       FD  BDATEFILE.
           COPY CBBDATE.

       SD  SORTFILE.
       01  SRT-RECORD.
           05 SRT-OPERATOR      PIC X(8).
           05 SRT-TIMESTAMP     PIC X(16).
           05 SRT-SOURCE        PIC X(8).
           05 SRT-ACTION        PIC X(12).
           05 SRT-DETAIL        PIC X(34).

       WORKING-STORAGE SECTION.
       01 OPER-FILE-STATUS    PIC XX.
           88 OPER-FILE-OK        VALUE "00".
       01 PARMH-FILE-STATUS   PIC XX.
           88 PARMH-FILE-OK       VALUE "00".
       01 PEND-FILE-STATUS    PIC XX.
           88 PEND-FILE-OK        VALUE "00".
       01 ALEDG-FILE-STATUS   PIC XX.
           88 ALEDG-FILE-OK       VALUE "00".
       01 CLOSE-FILE-STATUS   PIC XX.
           88 CLOSE-FILE-OK       VALUE "00".
       01 LHOLD-FILE-STATUS   PIC XX.
           88 LHOLD-FILE-OK       VALUE "00".
       01 OFFADJ-FILE-STATUS  PIC XX.
           88 OFFADJ-FILE-OK      VALUE "00".
       01 BDATE-FILE-STATUS   PIC XX.
           88 BDATE-FILE-OK       VALUE "00".
       01 EOF-FLAG            PIC X.
           88 FILE-AT-EOF         VALUE "Y".
       01 SORT-EOF-FLAG       PIC X.
           88 SORT-AT-EOF         VALUE "Y".
       01 RPT-LINE            PIC X(80).
           COPY CBRPTW.
       01 LOG-TEXT            PIC X(80).
       01 LOG-SEV             PIC X.

       01 BUSINESS-DATE       PIC X(10).
       01 CURRENT-DATE-WORK   PIC X(21).
       01 WORK-DATE           PIC X(10).
       01 WORK-DATE-DIGITS    PIC 9(8).
       01 ITEM-DAY-NUMBER     PIC S9(9) COMP-3.
       01 TODAY-DAY-NUMBER    PIC S9(9) COMP-3.
       01 FROM-DAY-NUMBER     PIC S9(9) COMP-3.
       01 TO-DAY-NUMBER       PIC S9(9) COMP-3.
       01 WINDOW-FROM         PIC X(10).
       01 WINDOW-TO           PIC X(10).
       01 WINDOW-FROM-DIGITS  PIC X(8).
       01 WINDOW-TO-DIGITS    PIC X(8).
      * Start of the 90 days an id must have acted in.
       01 ACTIVE-FROM-DIGITS  PIC X(8).
       01 ENV-DATE            PIC X(10).
       01 WINDOW-FLAG         PIC X VALUE "N".
           88 WINDOW-VALID        VALUE "Y".

       01 SOURCES-PRESENT     PIC 9 COMP-5 VALUE 0.
       01 OPER-FILE-FLAG      PIC X VALUE "N".
           88 OPER-FILE-PRESENT   VALUE "Y".

      * The action being taken in, whichever file it came from.
       01 ACT-OPERATOR        PIC X(8).
       01 ACT-TIMESTAMP       PIC X(16).
       01 ACT-SOURCE          PIC X(8).
       01 ACT-ACTION          PIC X(12).
       01 ACT-DETAIL          PIC X(34).

      * One entry per id - every SUMOPER profile, plus any id found
      * acting that has none (batch jobs stamp their own names).
       01 OP-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01 OP-TABLE-WS.
           05 OP-ENTRY OCCURS 200 TIMES.
               10 OP-ID            PIC X(8).
               10 OP-AUTHORITY     PIC X.
                   88 OP-VIEW-ONLY     VALUE "V".
               10 OP-ON-FILE       PIC X.
                   88 OP-PROFILED      VALUE "Y".
               10 OP-LAST-TS       PIC X(16).
               10 OP-ACTIONS       PIC 9(7).
       01 OP-IDX              PIC 9(3) COMP-5.
       01 OPS-DROPPED         PIC 9(5) VALUE 0.

      * Requests and approvals per control file and id, inside the
      * window.
       01 RA-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01 RA-TABLE-WS.
           05 RA-ENTRY OCCURS 500 TIMES.
               10 RA-TARGET        PIC X(10).
               10 RA-OPERATOR      PIC X(8).
               10 RA-REQUESTS      PIC 9(5).
               10 RA-APPROVALS     PIC 9(5).
               10 RA-SELF          PIC 9(5).
       01 RA-IDX              PIC 9(3) COMP-5.
       01 RA-FIND-TARGET      PIC X(10).
       01 RA-FIND-OPERATOR    PIC X(8).

      * Every close ever placed - a period closed last year is still
      * the closer's period when it is adjusted this quarter.
       01 CL-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01 CL-TABLE-WS.
           05 CL-ENTRY OCCURS 500 TIMES.
               10 CL-PERIOD        PIC X(7).
               10 CL-OPERATOR      PIC X(8).
       01 CL-IDX              PIC 9(3) COMP-5.
       COPY CBPERQ.

      * Adjustments inside the window, kept until the closes are
      * all in.
       01 AJ-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01 AJ-TABLE-WS.
           05 AJ-ENTRY OCCURS 500 TIMES.
               10 AJ-TABLE-NAME    PIC X(30).
               10 AJ-RUN-DATE      PIC X(10).
               10 AJ-OPERATOR      PIC X(8).
       01 AJ-IDX              PIC 9(3) COMP-5.
       01 TABLE-OVERFLOWS     PIC 9(5) VALUE 0.

       01 CURRENT-OPERATOR    PIC X(8).
       01 OPERATOR-ACTIONS    PIC 9(7).
       01 ACTIONS-LISTED      PIC 9(7) VALUE 0.
       01 OPERATORS-LISTED    PIC 9(5) VALUE 0.
       01 FINDING-COUNT       PIC 9(5) VALUE 0.
       01 SECTION-FINDINGS    PIC 9(5).

       01 COUNT-EDITED        PIC ZZ,ZZZ,ZZ9.
       01 COUNT-2-EDITED      PIC ZZ,ZZZ,ZZ9.
       01 SHORT-EDITED        PIC ZZZZ9.
       01 SHORT-2-EDITED      PIC ZZZZ9.
       01 TS-EDITED           PIC X(19).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 1100-SET-WINDOW
           IF NOT WINDOW-VALID
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE OP-TABLE-WS
           INITIALIZE RA-TABLE-WS
           INITIALIZE CL-TABLE-WS
           INITIALIZE AJ-TABLE-WS
           PERFORM 1200-LOAD-OPERATORS

           PERFORM 6000-START-REPORT
           PERFORM 6100-PRINT-WINDOW
           SORT SORTFILE
               ON ASCENDING KEY SRT-OPERATOR SRT-TIMESTAMP
               INPUT PROCEDURE IS 2000-GATHER-ACTIONS
               OUTPUT PROCEDURE IS 4000-LIST-ACTIVITY

           IF SOURCES-PRESENT = 0
               MOVE "NO OPERATOR ACTIVITY FILES ON SITE" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6900-END-REPORT
               MOVE "SOD REVIEW: NO OPERATOR ACTIVITY FILES ON SITE"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 5000-REQUESTER-APPROVER
           PERFORM 5100-ADJUSTED-OWN-CLOSE
           PERFORM 5200-VIEW-ONLY-ACTING
           PERFORM 5300-DORMANT-IDS
           PERFORM 6600-PRINT-TOTALS
           PERFORM 6900-END-REPORT

           MOVE FINDING-COUNT TO COUNT-EDITED
           MOVE ACTIONS-LISTED TO COUNT-2-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "SOD REVIEW:" DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " ACTIONS," DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " FINDINGS - SEE SODRPT" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           IF FINDING-COUNT > 0
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
           ELSE
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
           MOVE BUSINESS-DATE TO WORK-DATE
           PERFORM 9000-DATE-TO-DAY-NUMBER
           MOVE ITEM-DAY-NUMBER TO TODAY-DAY-NUMBER.

       1100-SET-WINDOW.
      * Default window: the 90 days to the business date - the same
      * 90 days the dormant-id check looks back over.
           COMPUTE FROM-DAY-NUMBER = TODAY-DAY-NUMBER - 89
           COMPUTE WORK-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(FROM-DAY-NUMBER)
           MOVE WORK-DATE-DIGITS TO ACTIVE-FROM-DIGITS
           MOVE TODAY-DAY-NUMBER TO TO-DAY-NUMBER

           MOVE SPACES TO ENV-DATE
           ACCEPT ENV-DATE FROM ENVIRONMENT "SODFROM"
           IF ENV-DATE NOT = SPACES
               MOVE ENV-DATE TO WORK-DATE
               PERFORM 9000-DATE-TO-DAY-NUMBER
               IF ITEM-DAY-NUMBER = ZERO
                   MOVE "SOD REVIEW: SODFROM IS NOT A YYYY-MM-DD DATE"
                       TO LOG-TEXT
                   MOVE "E" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   EXIT PARAGRAPH
               END-IF
               MOVE ITEM-DAY-NUMBER TO FROM-DAY-NUMBER
           END-IF
           MOVE SPACES TO ENV-DATE
           ACCEPT ENV-DATE FROM ENVIRONMENT "SODTO"
           IF ENV-DATE NOT = SPACES
               MOVE ENV-DATE TO WORK-DATE
               PERFORM 9000-DATE-TO-DAY-NUMBER
               IF ITEM-DAY-NUMBER = ZERO
                   MOVE "SOD REVIEW: SODTO IS NOT A YYYY-MM-DD DATE"
                       TO LOG-TEXT
                   MOVE "E" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   EXIT PARAGRAPH
               END-IF
               MOVE ITEM-DAY-NUMBER TO TO-DAY-NUMBER
           END-IF
           IF FROM-DAY-NUMBER > TO-DAY-NUMBER
               MOVE "SOD REVIEW: SODFROM IS AFTER SODTO" TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF

           COMPUTE WORK-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(FROM-DAY-NUMBER)
           MOVE WORK-DATE-DIGITS TO WINDOW-FROM-DIGITS
           COMPUTE WORK-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(TO-DAY-NUMBER)
           MOVE WORK-DATE-DIGITS TO WINDOW-TO-DIGITS
           MOVE SPACES TO WINDOW-FROM
           MOVE SPACES TO WINDOW-TO
           STRING WINDOW-FROM-DIGITS(1:4) "-" WINDOW-FROM-DIGITS(5:2)
                  "-" WINDOW-FROM-DIGITS(7:2) DELIMITED BY SIZE
               INTO WINDOW-FROM
           END-STRING
           STRING WINDOW-TO-DIGITS(1:4) "-" WINDOW-TO-DIGITS(5:2)
                  "-" WINDOW-TO-DIGITS(7:2) DELIMITED BY SIZE
               INTO WINDOW-TO
           END-STRING
           SET WINDOW-VALID TO TRUE.

       1200-LOAD-OPERATORS.
      * Without SUMOPER there is no authority to check actions
      * against and no roster to find dormant ids in; the activity
      * listing and the other two checks still stand.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT OPERFILE
           IF NOT OPER-FILE-OK
               IF OPER-FILE-STATUS = "05"
                   CLOSE OPERFILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET OPER-FILE-PRESENT TO TRUE
           PERFORM UNTIL FILE-AT-EOF
               READ OPERFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF OPER-ID NOT = SPACES
                           MOVE OPER-ID TO ACT-OPERATOR
                           PERFORM 2910-FIND-OPERATOR
                           IF OP-IDX > 0
                               MOVE OPER-AUTHORITY
                                   TO OP-AUTHORITY(OP-IDX)
                               MOVE "Y" TO OP-ON-FILE(OP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERFILE.

       2000-GATHER-ACTIONS.
           PERFORM 2100-GATHER-PARM-CHANGES
           PERFORM 2200-GATHER-CHANGE-REVIEWS
           PERFORM 2300-GATHER-ALERT-ACKS
           PERFORM 2400-GATHER-CLOSES
           PERFORM 2500-GATHER-HOLDS
           PERFORM 2600-GATHER-ADJUSTMENTS.

       2100-GATHER-PARM-CHANGES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PARMHFILE
           IF NOT PARMH-FILE-OK
               IF PARMH-FILE-STATUS = "05"
                   CLOSE PARMHFILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SOURCES-PRESENT
           PERFORM UNTIL FILE-AT-EOF
               READ PARMHFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE PARMH-OPERATOR  TO ACT-OPERATOR
                       MOVE PARMH-TIMESTAMP TO ACT-TIMESTAMP
                       MOVE "PARMH"         TO ACT-SOURCE
                       MOVE "PARM CHANGE"   TO ACT-ACTION
                       MOVE SPACES          TO ACT-DETAIL
                       STRING PARMH-FIELD-NAME DELIMITED BY SPACE
                              " = " DELIMITED BY SIZE
                              PARMH-NEW-VALUE DELIMITED BY SIZE
                           INTO ACT-DETAIL
                       END-STRING
                       PERFORM 2900-TAKE-ACTION
               END-READ
           END-PERFORM
           CLOSE PARMHFILE.

       2200-GATHER-CHANGE-REVIEWS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PENDFILE
           IF NOT PEND-FILE-OK
               IF PEND-FILE-STATUS = "05"
                   CLOSE PENDFILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SOURCES-PRESENT
           PERFORM UNTIL FILE-AT-EOF
               READ PENDFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2210-TAKE-CHANGE
               END-READ
           END-PERFORM
           CLOSE PENDFILE.

       2210-TAKE-CHANGE.
           MOVE SPACES TO ACT-DETAIL
           STRING "CHG " DELIMITED BY SIZE
                  PEND-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PEND-TARGET DELIMITED BY SIZE
               INTO ACT-DETAIL
           END-STRING
           MOVE PEND-REQUESTED-BY TO ACT-OPERATOR
           MOVE PEND-REQUESTED-TS TO ACT-TIMESTAMP
           MOVE "PEND"            TO ACT-SOURCE
           MOVE "REQUEST"         TO ACT-ACTION
           PERFORM 2900-TAKE-ACTION
           IF PEND-REQUESTED-BY NOT = SPACES AND
              PEND-REQUESTED-TS(1:8) >= WINDOW-FROM-DIGITS AND
              PEND-REQUESTED-TS(1:8) <= WINDOW-TO-DIGITS
               MOVE PEND-TARGET       TO RA-FIND-TARGET
               MOVE PEND-REQUESTED-BY TO RA-FIND-OPERATOR
               PERFORM 2220-FIND-REQUEST-ENTRY
               IF RA-IDX > 0
                   ADD 1 TO RA-REQUESTS(RA-IDX)
               END-IF
           END-IF

           IF PEND-REVIEWED-BY = SPACES OR PEND-IS-PENDING
               EXIT PARAGRAPH
           END-IF
           MOVE PEND-REVIEWED-BY TO ACT-OPERATOR
           MOVE PEND-REVIEWED-TS TO ACT-TIMESTAMP
           IF PEND-IS-APPROVED
               MOVE "APPROVE" TO ACT-ACTION
           ELSE
               MOVE "REJECT"  TO ACT-ACTION
           END-IF
           PERFORM 2900-TAKE-ACTION
           IF PEND-IS-APPROVED AND
              PEND-REVIEWED-TS(1:8) >= WINDOW-FROM-DIGITS AND
              PEND-REVIEWED-TS(1:8) <= WINDOW-TO-DIGITS
               MOVE PEND-TARGET      TO RA-FIND-TARGET
               MOVE PEND-REVIEWED-BY TO RA-FIND-OPERATOR
               PERFORM 2220-FIND-REQUEST-ENTRY
               IF RA-IDX > 0
                   ADD 1 TO RA-APPROVALS(RA-IDX)
                   IF PEND-REVIEWED-BY = PEND-REQUESTED-BY
                       ADD 1 TO RA-SELF(RA-IDX)
                   END-IF
               END-IF
           END-IF.

       2220-FIND-REQUEST-ENTRY.
           PERFORM VARYING RA-IDX FROM 1 BY 1
                   UNTIL RA-IDX > RA-COUNT
               IF RA-TARGET(RA-IDX) = RA-FIND-TARGET AND
                  RA-OPERATOR(RA-IDX) = RA-FIND-OPERATOR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF RA-COUNT >= 500
               ADD 1 TO TABLE-OVERFLOWS
               MOVE 0 TO RA-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RA-COUNT
           MOVE RA-COUNT         TO RA-IDX
           MOVE RA-FIND-TARGET   TO RA-TARGET(RA-IDX)
           MOVE RA-FIND-OPERATOR TO RA-OPERATOR(RA-IDX).

       2300-GATHER-ALERT-ACKS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ALEDGFILE
           IF NOT ALEDG-FILE-OK
               IF ALEDG-FILE-STATUS = "05"
                   CLOSE ALEDGFILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SOURCES-PRESENT
           PERFORM UNTIL FILE-AT-EOF
               READ ALEDGFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF ALEDG-IS-ACKED
                           MOVE ALEDG-ACK-OPERATOR TO ACT-OPERATOR
                           MOVE ALEDG-ACK-TS       TO ACT-TIMESTAMP
                           MOVE "ALRTL"            TO ACT-SOURCE
                           MOVE "ACK ALERT"        TO ACT-ACTION
                           MOVE SPACES             TO ACT-DETAIL
                           STRING ALEDG-ID DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  ALEDG-DISPOSITION DELIMITED BY SIZE
                               INTO ACT-DETAIL
                           END-STRING
                           PERFORM 2900-TAKE-ACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALEDGFILE.

       2400-GATHER-CLOSES.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT CLOSEFILE
           IF NOT CLOSE-FILE-OK
               IF CLOSE-FILE-STATUS = "05"
                   CLOSE CLOSEFILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SOURCES-PRESENT
           PERFORM UNTIL FILE-AT-EOF
               READ CLOSEFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE CLOSE-OPERATOR  TO ACT-OPERATOR
                       MOVE CLOSE-TIMESTAMP TO ACT-TIMESTAMP
                       MOVE "CLOSE"         TO ACT-SOURCE
                       MOVE CLOSE-PERIOD    TO ACT-DETAIL
                       IF CLOSE-IS-CLOSED
                           MOVE "CLOSE PERIOD" TO ACT-ACTION
                           IF CL-COUNT < 500
                               ADD 1 TO CL-COUNT
                               MOVE CLOSE-PERIOD
                                   TO CL-PERIOD(CL-COUNT)
                               MOVE CLOSE-OPERATOR
                                   TO CL-OPERATOR(CL-COUNT)
                           ELSE
                               ADD 1 TO TABLE-OVERFLOWS
                           END-IF
                       ELSE
                           MOVE "REOPEN"       TO ACT-ACTION
                       END-IF
                       PERFORM 2900-TAKE-ACTION
               END-READ
           END-PERFORM
           CLOSE CLOSEFILE.

       2500-GATHER-HOLDS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT LHOLDFILE
           IF NOT LHOLD-FILE-OK
               IF LHOLD-FILE-STATUS = "05"
                   CLOSE LHOLDFILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SOURCES-PRESENT
           PERFORM UNTIL FILE-AT-EOF
               READ LHOLDFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO ACT-DETAIL
                       STRING "HOLD " DELIMITED BY SIZE
                              LH-HOLD-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              LH-FILES DELIMITED BY SIZE
                           INTO ACT-DETAIL
                       END-STRING
                       MOVE LH-PLACED-BY TO ACT-OPERATOR
                       MOVE LH-PLACED-TS TO ACT-TIMESTAMP
                       MOVE "LHOLD"      TO ACT-SOURCE
                       MOVE "PLACE HOLD" TO ACT-ACTION
                       PERFORM 2900-TAKE-ACTION
                       IF LH-IS-RELEASED
                           MOVE LH-RELEASED-BY TO ACT-OPERATOR
                           MOVE LH-RELEASED-TS TO ACT-TIMESTAMP
                           MOVE "RELEASE HOLD" TO ACT-ACTION
                           PERFORM 2900-TAKE-ACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LHOLDFILE.

       2600-GATHER-ADJUSTMENTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT OFFADJFILE
           IF NOT OFFADJ-FILE-OK
               IF OFFADJ-FILE-STATUS = "05"
                   CLOSE OFFADJFILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SOURCES-PRESENT
           PERFORM UNTIL FILE-AT-EOF
               READ OFFADJFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE ADJ-OPERATOR  TO ACT-OPERATOR
                       MOVE ADJ-TIMESTAMP TO ACT-TIMESTAMP
                       MOVE "OFFADJ"      TO ACT-SOURCE
                       MOVE "ADJUST"      TO ACT-ACTION
                       MOVE SPACES        TO ACT-DETAIL
                       STRING ADJ-TABLE-NAME DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              ADJ-RUN-DATE DELIMITED BY SIZE
                           INTO ACT-DETAIL
                       END-STRING
                       PERFORM 2900-TAKE-ACTION
                       IF ADJ-OPERATOR NOT = SPACES AND
                          ADJ-TIMESTAMP(1:8) >= WINDOW-FROM-DIGITS AND
                          ADJ-TIMESTAMP(1:8) <= WINDOW-TO-DIGITS
                           IF AJ-COUNT < 500
                               ADD 1 TO AJ-COUNT
                               MOVE ADJ-TABLE-NAME
                                   TO AJ-TABLE-NAME(AJ-COUNT)
                               MOVE ADJ-RUN-DATE
                                   TO AJ-RUN-DATE(AJ-COUNT)
                               MOVE ADJ-OPERATOR
                                   TO AJ-OPERATOR(AJ-COUNT)
                           ELSE
                               ADD 1 TO TABLE-OVERFLOWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFADJFILE.

       2900-TAKE-ACTION.
      * Every action counts toward its id's last activity, whenever
      * it was; only those inside the window are listed.
           IF ACT-OPERATOR = SPACES OR ACT-TIMESTAMP(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM 2910-FIND-OPERATOR
           IF OP-IDX > 0
               IF ACT-TIMESTAMP > OP-LAST-TS(OP-IDX)
                   MOVE ACT-TIMESTAMP TO OP-LAST-TS(OP-IDX)
               END-IF
           END-IF
           IF ACT-TIMESTAMP(1:8) < WINDOW-FROM-DIGITS OR
              ACT-TIMESTAMP(1:8) > WINDOW-TO-DIGITS
               EXIT PARAGRAPH
           END-IF
           IF OP-IDX > 0
               ADD 1 TO OP-ACTIONS(OP-IDX)
           END-IF
           MOVE ACT-OPERATOR  TO SRT-OPERATOR
           MOVE ACT-TIMESTAMP TO SRT-TIMESTAMP
           MOVE ACT-SOURCE    TO SRT-SOURCE
           MOVE ACT-ACTION    TO SRT-ACTION
           MOVE ACT-DETAIL    TO SRT-DETAIL
           RELEASE SRT-RECORD.

       2910-FIND-OPERATOR.
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
               IF OP-ID(OP-IDX) = ACT-OPERATOR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF OP-COUNT >= 200
               ADD 1 TO OPS-DROPPED
               MOVE 0 TO OP-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OP-COUNT
           MOVE OP-COUNT     TO OP-IDX
           MOVE ACT-OPERATOR TO OP-ID(OP-IDX)
           MOVE "N"          TO OP-ON-FILE(OP-IDX).

       4000-LIST-ACTIVITY.
           MOVE "ACTIVITY BY OPERATOR" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE SPACES TO CURRENT-OPERATOR
           MOVE 0 TO OPERATOR-ACTIONS
           MOVE "N" TO SORT-EOF-FLAG
           PERFORM UNTIL SORT-AT-EOF
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-EOF TO TRUE
                   NOT AT END
                       IF SRT-OPERATOR NOT = CURRENT-OPERATOR
                           PERFORM 4200-END-OPERATOR
                           PERFORM 4100-START-OPERATOR
                       END-IF
                       PERFORM 4300-PRINT-ACTION
               END-RETURN
           END-PERFORM
           PERFORM 4200-END-OPERATOR
           IF OPERATORS-LISTED = 0
               MOVE "  NO OPERATOR ACTIONS INSIDE THE WINDOW"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       4100-START-OPERATOR.
           MOVE SRT-OPERATOR TO CURRENT-OPERATOR
           MOVE 0 TO OPERATOR-ACTIONS
           ADD 1 TO OPERATORS-LISTED
           PERFORM 6800-WRITE-RPT-LINE
           MOVE SRT-OPERATOR TO ACT-OPERATOR
           PERFORM 2910-FIND-OPERATOR
           STRING "OPERATOR " DELIMITED BY SIZE
                  SRT-OPERATOR DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           EVALUATE TRUE
               WHEN OP-IDX = 0
                   CONTINUE
               WHEN NOT OPER-FILE-PRESENT
                   CONTINUE
               WHEN NOT OP-PROFILED(OP-IDX)
                   MOVE "(NOT ON SUMOPER)" TO RPT-LINE(19:)
               WHEN OP-VIEW-ONLY(OP-IDX)
                   MOVE "(VIEW ONLY)" TO RPT-LINE(19:)
               WHEN OTHER
                   MOVE "(UPDATE)" TO RPT-LINE(19:)
           END-EVALUATE
           PERFORM 6800-WRITE-RPT-LINE.

       4200-END-OPERATOR.
           IF CURRENT-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-ACTIONS TO COUNT-EDITED
           STRING "  ACTIONS FOR " DELIMITED BY SIZE
                  CURRENT-OPERATOR DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       4300-PRINT-ACTION.
           ADD 1 TO OPERATOR-ACTIONS
           ADD 1 TO ACTIONS-LISTED
           MOVE SRT-TIMESTAMP TO ACT-TIMESTAMP
           PERFORM 9100-EDIT-TIMESTAMP
           STRING "  " DELIMITED BY SIZE
                  TS-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SRT-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRT-DETAIL DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       5000-REQUESTER-APPROVER.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "FINDINGS - SAME ID REQUESTED AND APPROVED CHANGES"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE 0 TO SECTION-FINDINGS
           PERFORM VARYING RA-IDX FROM 1 BY 1
                   UNTIL RA-IDX > RA-COUNT
               IF RA-REQUESTS(RA-IDX) > 0 AND
                  RA-APPROVALS(RA-IDX) > 0
                   ADD 1 TO SECTION-FINDINGS
                   MOVE RA-REQUESTS(RA-IDX) TO SHORT-EDITED
                   MOVE RA-APPROVALS(RA-IDX) TO SHORT-2-EDITED
                   STRING "** " DELIMITED BY SIZE
                          RA-OPERATOR(RA-IDX) DELIMITED BY SIZE
                          " ON " DELIMITED BY SIZE
                          RA-TARGET(RA-IDX) DELIMITED BY SIZE
                          " REQUESTED" DELIMITED BY SIZE
                          SHORT-EDITED DELIMITED BY SIZE
                          " APPROVED" DELIMITED BY SIZE
                          SHORT-2-EDITED DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   IF RA-SELF(RA-IDX) > 0
                       MOVE RA-SELF(RA-IDX) TO SHORT-EDITED
                       MOVE " SELF-APPROVED" TO RPT-LINE(55:14)
                       MOVE SHORT-EDITED TO RPT-LINE(69:5)
                   END-IF
                   PERFORM 6800-WRITE-RPT-LINE
               END-IF
           END-PERFORM
           PERFORM 5900-SECTION-CLEAR.

       5100-ADJUSTED-OWN-CLOSE.
      * A year-end close covers every period of the year, so an
      * adjustment falls under its period's close (PERIOD-OF) or
      * the year's.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "FINDINGS - ADJUSTMENT BY THE ID THAT CLOSED THE PERIOD"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE 0 TO SECTION-FINDINGS
           PERFORM VARYING AJ-IDX FROM 1 BY 1
                   UNTIL AJ-IDX > AJ-COUNT
               SET PERQ-BY-DATE TO TRUE
               MOVE AJ-RUN-DATE(AJ-IDX) TO PERQ-DATE
               CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CL-COUNT
                   IF CL-OPERATOR(CL-IDX) = AJ-OPERATOR(AJ-IDX) AND
                      (CL-PERIOD(CL-IDX) = PERQ-PERIOD-ID
                       OR CL-PERIOD(CL-IDX) = PERQ-YEAR)
                       ADD 1 TO SECTION-FINDINGS
                       STRING "** " DELIMITED BY SIZE
                              AJ-OPERATOR(AJ-IDX) DELIMITED BY SIZE
                              " ADJUSTED " DELIMITED BY SIZE
                              AJ-TABLE-NAME(AJ-IDX) DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              AJ-RUN-DATE(AJ-IDX) DELIMITED BY SIZE
                              ", CLOSED " DELIMITED BY SIZE
                              CL-PERIOD(CL-IDX) DELIMITED BY SPACE
                           INTO RPT-LINE
                       END-STRING
                       PERFORM 6800-WRITE-RPT-LINE
                       MOVE CL-COUNT TO CL-IDX
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 5900-SECTION-CLEAR.

       5200-VIEW-ONLY-ACTING.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "FINDINGS - VIEW-ONLY IDS WITH RECORDED ACTIONS"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           IF NOT OPER-FILE-PRESENT
               MOVE "  NOT CHECKED - NO SUMOPER PROFILE FILE"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SECTION-FINDINGS
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
               IF OP-PROFILED(OP-IDX) AND OP-VIEW-ONLY(OP-IDX) AND
                  OP-ACTIONS(OP-IDX) > 0
                   ADD 1 TO SECTION-FINDINGS
                   MOVE OP-ACTIONS(OP-IDX) TO COUNT-EDITED
                   STRING "** " DELIMITED BY SIZE
                          OP-ID(OP-IDX) DELIMITED BY SIZE
                          " IS VIEW ONLY -" DELIMITED BY SIZE
                          COUNT-EDITED DELIMITED BY SIZE
                          " ACTION(S) RECORDED" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 6800-WRITE-RPT-LINE
               END-IF
           END-PERFORM
           PERFORM 5900-SECTION-CLEAR.

       5300-DORMANT-IDS.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "FINDINGS - SUMOPER IDS WITH NO ACTIVITY IN 90 DAYS"
               TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           IF NOT OPER-FILE-PRESENT
               MOVE "  NOT CHECKED - NO SUMOPER PROFILE FILE"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SECTION-FINDINGS
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
               IF OP-PROFILED(OP-IDX) AND
                  (OP-LAST-TS(OP-IDX) = SPACES OR
                   OP-LAST-TS(OP-IDX)(1:8) < ACTIVE-FROM-DIGITS)
                   ADD 1 TO SECTION-FINDINGS
                   STRING "** " DELIMITED BY SIZE
                          OP-ID(OP-IDX) DELIMITED BY SIZE
                          " LAST ACTIVE " DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   IF OP-LAST-TS(OP-IDX) = SPACES
                       MOVE "NEVER" TO RPT-LINE(25:)
                   ELSE
                       MOVE OP-LAST-TS(OP-IDX) TO ACT-TIMESTAMP
                       PERFORM 9100-EDIT-TIMESTAMP
                       MOVE TS-EDITED(1:10) TO RPT-LINE(25:)
                   END-IF
                   PERFORM 6800-WRITE-RPT-LINE
               END-IF
           END-PERFORM
           PERFORM 5900-SECTION-CLEAR.

       5900-SECTION-CLEAR.
           IF SECTION-FINDINGS = 0
               MOVE "  NONE" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           ADD SECTION-FINDINGS TO FINDING-COUNT.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"   TO RW-ACTION
           MOVE "SODRPT" TO RW-FILE-NAME
           MOVE "OPERATOR ACTIVITY AND DUTIES REVIEW" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6100-PRINT-WINDOW.
           STRING "REVIEW WINDOW " DELIMITED BY SIZE
                  WINDOW-FROM DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WINDOW-TO DELIMITED BY SIZE
                  "  BUSINESS DATE " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF NOT OPER-FILE-PRESENT
               MOVE "NO SUMOPER FILE - AUTHORITY AND DORMANCY UNCHECKED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           PERFORM 6800-WRITE-RPT-LINE.

       6600-PRINT-TOTALS.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE ACTIONS-LISTED TO COUNT-EDITED
           STRING "ACTIONS IN WINDOW        " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE OPERATORS-LISTED TO COUNT-EDITED
           STRING "OPERATORS ACTING         " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           MOVE FINDING-COUNT TO COUNT-EDITED
           STRING "FINDINGS                 " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6850-WRITE-TOTAL-LINE
           IF TABLE-OVERFLOWS > 0 OR OPS-DROPPED > 0
               MOVE "** REVIEW TABLES FULL - CHECKS INCOMPLETE **"
                   TO RPT-LINE
               PERFORM 6850-WRITE-TOTAL-LINE
               MOVE "SOD REVIEW: TABLES FULL - CHECKS INCOMPLETE"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

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

       9000-DATE-TO-DAY-NUMBER.
      * YYYY-MM-DD to the INTEGER-OF-DATE day number - zero back
      * for anything that does not parse, as AGE-WORK counts.
           MOVE ZERO TO ITEM-DAY-NUMBER
           IF WORK-DATE(1:4) NUMERIC AND WORK-DATE(6:2) NUMERIC AND
              WORK-DATE(9:2) NUMERIC
               MOVE SPACES TO CURRENT-DATE-WORK
               STRING WORK-DATE(1:4) DELIMITED BY SIZE
                      WORK-DATE(6:2) DELIMITED BY SIZE
                      WORK-DATE(9:2) DELIMITED BY SIZE
                   INTO CURRENT-DATE-WORK
               END-STRING
               MOVE CURRENT-DATE-WORK(1:8) TO WORK-DATE-DIGITS
               COMPUTE ITEM-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE-DIGITS)
           END-IF.

       9100-EDIT-TIMESTAMP.
      * YYYYMMDDHHMMSScc as stamped by every maintenance screen, to
      * YYYY-MM-DD HH:MM:SS.
           MOVE SPACES TO TS-EDITED
           STRING ACT-TIMESTAMP(1:4) "-" ACT-TIMESTAMP(5:2) "-"
                  ACT-TIMESTAMP(7:2) " " ACT-TIMESTAMP(9:2) ":"
                  ACT-TIMESTAMP(11:2) ":" ACT-TIMESTAMP(13:2)
                  DELIMITED BY SIZE
               INTO TS-EDITED
           END-STRING.

       END PROGRAM SOD-RVW.
