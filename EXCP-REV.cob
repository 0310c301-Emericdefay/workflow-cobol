       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCP-REV.

      *****************************************************************
      * EXCP-REV - the review workbench over the outlier exceptions
      * (SUMEXCP, see CBEXCP), in the HOLD-MAINT mould. The
      * exceptions nobody has reviewed are listed; the operator
      * marks each one a confirmed error, legitimate or referred,
      * with a reason, and the decision goes to SUMEXDSP (see
      * CBEXDSP). A confirmed error can be sent for correction -
      * CORR-GEN raises the request on its next run and marks the
      * decision sent. A legitimate key can be placed on the
      * known-exception list (SUMKNEX, see CBKNEX) with an expiry
      * date, and the scan's outlier check passes it over until
      * then. A decision can be changed until its correction
      * request has gone out. Update authority ("U" on SUMOPER) is
      * required when the operator file is on site.
      *
      * Every session starts by rolling the closed entries off both
      * registers so they stay within what the workbench holds. A
      * decision made final - legitimate, or a confirmed error not
      * waiting on CORR-GEN - on an exception whose run date is more
      * than EXCPKEEP days old (default 90) goes to SUMEXDSPH; a
      * known exception ended, or lapsed, before the same cutoff
      * goes to SUMKNEXH. Both histories keep the live layout.
      * Exceptions from before the cutoff that nobody decided are
      * no longer listed for review, only counted - the rolled
      * decisions would otherwise bring their exceptions back. A
      * register still too large to hold, or a history that will
      * not extend, leaves the session review only.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCPFILE ASSIGN TO "SUMEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXCP-FILE-STATUS.
           SELECT OPTIONAL EXDSPFILE ASSIGN TO "SUMEXDSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXDSP-FILE-STATUS.
           SELECT OPTIONAL KNEXFILE ASSIGN TO "SUMKNEX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KNEX-FILE-STATUS.
           SELECT OPTIONAL EXDSPHFILE ASSIGN TO "SUMEXDSPH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXDSPH-FILE-STATUS.
           SELECT OPTIONAL KNEXHFILE ASSIGN TO "SUMKNEXH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KNEXH-FILE-STATUS.
           SELECT OPERFILE ASSIGN TO "SUMOPER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCPFILE.
           COPY CBEXCP.

       FD  EXDSPFILE.
           COPY CBEXDSP.

       FD  KNEXFILE.
           COPY CBKNEX.

      * The histories, in the CBEXDSP and CBKNEX layouts.
       FD  EXDSPHFILE.
       01 EXDSPH-RECORD      PIC X(167).

       FD  KNEXHFILE.
       01 KNEXH-RECORD       PIC X(159).

       FD  OPERFILE.
           COPY CBOPER.

       WORKING-STORAGE SECTION.
       01 EXCP-FILE-STATUS   PIC XX.
       01 EXDSP-FILE-STATUS  PIC XX.
       01 KNEX-FILE-STATUS   PIC XX.
       01 EXDSPH-FILE-STATUS PIC XX.
           88 EXDSPH-FILE-OK     VALUE "00" "05".
       01 KNEXH-FILE-STATUS  PIC XX.
           88 KNEXH-FILE-OK      VALUE "00" "05".
       01 OPER-FILE-STATUS   PIC XX.
           88 OPER-FILE-OK       VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 OPER-EOF-FLAG      PIC X.
           88 OPER-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 SIGNED-ON-ID       PIC X(8).
       01 AUTH-FLAG          PIC X VALUE "N".
           88 OPERATOR-MAY-UPDATE VALUE "Y".
       01 MENU-CHOICE        PIC X(2).
       01 DONE-FLAG          PIC X VALUE "N".
           88 SESSION-IS-DONE     VALUE "Y".
       01 OPERATOR-INPUT     PIC X(64).
       01 ANSWER             PIC X.
       01 WANT-SEQ           PIC 9(9).
       01 WANT-ID            PIC 9(4).
       01 EXCP-SEQ           PIC 9(9) VALUE 0.
       01 NEXT-KNOWN-ID      PIC 9(4) VALUE 1.
       01 TODAY-DATE         PIC X(10).
       01 NOW-TS             PIC X(16).
       01 AMOUNT-EDITED      PIC -(9)9.99.
       01 AMOUNT-EDITED-2    PIC -(9)9.99.
       01 SEQ-EDITED         PIC Z(8)9.
       01 KNOWN-TABLE-NAME   PIC X(30).

      * Date validation, the ENT-RPT convention.
       01 CHECK-DATE         PIC X(10).
       01 DATE-DIGITS        PIC X(8).
       01 DATE-NUMBER REDEFINES DATE-DIGITS PIC 9(8).
       01 DATE-OK-FLAG       PIC X.
           88 DATE-IS-OK         VALUE "Y".

      * The exceptions not yet reviewed - SUMEXCP itself is only
      * read. Entry width is the CBEXCP record length.
       01 OPEN-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01 OPEN-TABLE-WS.
           05 OPEN-ENTRY OCCURS 500 TIMES.
               10 OE-SEQ             PIC 9(9).
               10 OE-IMAGE           PIC X(98).
               10 OE-DONE-FLAG       PIC X.
                   88 OE-REVIEWED         VALUE "Y".
       01 OPEN-IDX           PIC 9(4) COMP-5.
       01 OPEN-HIT-IDX       PIC 9(4) COMP-5.
       01 OPEN-OVER-COUNT    PIC 9(9) VALUE 0.
      * A key as shown to the reviewer - the long key where the
      * record carries one.
       01 SHOW-KEY           PIC X(16).

      * The disposition register and the known-exception list in
      * storage, each rewritten wholesale - entry widths are the
      * CBEXDSP and CBKNEX record lengths, grow in step with them.
       01 EXDSP-COUNT        PIC 9(4) COMP-5 VALUE 0.
       01 EXDSP-TABLE-WS.
           05 EXDSP-ENTRY OCCURS 2000 TIMES PIC X(167).
       01 EXDSP-IDX          PIC 9(4) COMP-5.
       01 EXDSP-HIT-IDX      PIC 9(4) COMP-5.
       01 KNEX-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01 KNEX-TABLE-WS.
           05 KNEX-ENTRY OCCURS 200 TIMES PIC X(159).
       01 KNEX-IDX           PIC 9(4) COMP-5.
       01 KNEX-HIT-IDX       PIC 9(4) COMP-5.
      * A register too large to hold is read-only this session
      * rather than rewritten short.
      * "H" when a history would not take the entries rolled off.
       01 REGISTER-FULL-FLAG PIC X VALUE "N".
           88 REGISTER-IS-FULL    VALUE "Y" "H".
           88 HISTORY-UNUSABLE    VALUE "H".

      * Retention of closed entries on the live registers.
       01 KEEP-DAYS-INPUT    PIC X(8).
       01 KEEP-DAYS          PIC 9(4) VALUE 90.
       01 CUTOFF-INTEGER     PIC 9(9) COMP-5.
       01 CUTOFF-STAMP       PIC X(8).
       01 CUTOFF-DATE        PIC X(10).
       01 ROLL-FLAG          PIC X.
           88 ENTRY-TO-ROLL      VALUE "Y".
       01 EXDSP-ROLLED       PIC 9(5) VALUE 0.
       01 KNEX-ROLLED        PIC 9(5) VALUE 0.
       01 AGED-COUNT         PIC 9(9) VALUE 0.
       01 COUNT-EDITED       PIC Z(4)9.
       01 COUNT-EDITED-2     PIC Z(4)9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-SIGN-ON
           IF NOT OPERATOR-MAY-UPDATE
               DISPLAY "Update authority required - session ended."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO DATE-DIGITS
           STRING DATE-DIGITS(1:4) "-" DATE-DIGITS(5:2) "-"
                  DATE-DIGITS(7:2) DELIMITED BY SIZE
               INTO TODAY-DATE
           END-STRING
           PERFORM 1500-SET-CUTOFF
           PERFORM 2000-LOAD-DISPOSITIONS
           PERFORM 2100-LOAD-KNOWN-LIST
           PERFORM 2200-LOAD-OPEN-EXCEPTIONS
           IF NOT REGISTER-IS-FULL AND
              (EXDSP-ROLLED > 0 OR KNEX-ROLLED > 0)
               PERFORM 6500-ROLL-OFF-REGISTERS
           END-IF
           IF REGISTER-IS-FULL
               PERFORM 1900-SAY-REVIEW-ONLY
           END-IF
           PERFORM UNTIL SESSION-IS-DONE
               DISPLAY " "
               DISPLAY "OUTLIER EXCEPTION REVIEW"
               DISPLAY "L. List exceptions to review"
               DISPLAY "D. Record a decision"
               DISPLAY "H. List decisions made"
               DISPLAY "K. List known exceptions"
               DISPLAY "E. End a known exception"
               DISPLAY "X. Exit"
               DISPLAY "Enter choice: "
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN "L "
                       PERFORM 3000-LIST-OPEN
                   WHEN "l "
                       PERFORM 3000-LIST-OPEN
                   WHEN "D "
                       PERFORM 4000-RECORD-DECISION
                   WHEN "d "
                       PERFORM 4000-RECORD-DECISION
                   WHEN "H "
                       PERFORM 3100-LIST-DECISIONS
                   WHEN "h "
                       PERFORM 3100-LIST-DECISIONS
                   WHEN "K "
                       PERFORM 3200-LIST-KNOWN
                   WHEN "k "
                       PERFORM 3200-LIST-KNOWN
                   WHEN "E "
                       PERFORM 5500-END-KNOWN
                   WHEN "e "
                       PERFORM 5500-END-KNOWN
                   WHEN "X "
                       SET SESSION-IS-DONE TO TRUE
                   WHEN "x "
                       SET SESSION-IS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       1000-SIGN-ON.
      * No SUMOPER file keeps the program open, the maintenance-
      * screen convention.
           DISPLAY "Operator id: "
           ACCEPT SIGNED-ON-ID
           OPEN INPUT OPERFILE
           IF NOT OPER-FILE-OK
               SET OPERATOR-MAY-UPDATE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO OPER-EOF-FLAG
           PERFORM UNTIL OPER-AT-EOF
               READ OPERFILE
                   AT END
                       SET OPER-AT-EOF TO TRUE
                   NOT AT END
                       IF OPER-ID = SIGNED-ON-ID AND
                          OPER-AUTHORITY = "U"
                           SET OPERATOR-MAY-UPDATE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERFILE.

       1500-SET-CUTOFF.
      * EXCPKEEP days before today, as YYYYMMDD for the timestamps
      * and YYYY-MM-DD for the run and expiry dates.
           MOVE SPACES TO KEEP-DAYS-INPUT
           ACCEPT KEEP-DAYS-INPUT FROM ENVIRONMENT "EXCPKEEP"
           IF KEEP-DAYS-INPUT NOT = SPACES AND
              FUNCTION TEST-NUMVAL(KEEP-DAYS-INPUT) = 0
               COMPUTE KEEP-DAYS = FUNCTION NUMVAL(KEEP-DAYS-INPUT)
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO DATE-DIGITS
           COMPUTE CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-NUMBER)
           SUBTRACT KEEP-DAYS FROM CUTOFF-INTEGER
           COMPUTE DATE-NUMBER =
               FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER)
           MOVE DATE-DIGITS TO CUTOFF-STAMP
           STRING DATE-DIGITS(1:4) "-" DATE-DIGITS(5:2) "-"
                  DATE-DIGITS(7:2) DELIMITED BY SIZE
               INTO CUTOFF-DATE
           END-STRING.

       1900-SAY-REVIEW-ONLY.
           IF HISTORY-UNUSABLE
               DISPLAY "History will not extend - review only."
           ELSE
               DISPLAY "Registers too large to hold - review only."
           END-IF.

       2000-LOAD-DISPOSITIONS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT EXDSPFILE
           IF EXDSP-FILE-STATUS NOT = "00" AND
              EXDSP-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ EXDSPFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2050-CHECK-DISPOSITION-ROLL
                       IF ENTRY-TO-ROLL
                           ADD 1 TO EXDSP-ROLLED
                       ELSE
                           IF EXDSP-COUNT < 2000
                               ADD 1 TO EXDSP-COUNT
                               MOVE EXDSP-RECORD
                                   TO EXDSP-ENTRY(EXDSP-COUNT)
                           ELSE
                               SET REGISTER-IS-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXDSPFILE.

       2050-CHECK-DISPOSITION-ROLL.
      * Final, and on an exception from before the cutoff. A
      * referral or a correction still waiting stays live.
           MOVE "N" TO ROLL-FLAG
           IF EXD-RUN-DATE = SPACES OR
              EXD-RUN-DATE NOT < CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           IF EXD-IS-LEGITIMATE OR
              (EXD-IS-ERROR AND NOT EXD-CORR-PENDING)
               SET ENTRY-TO-ROLL TO TRUE
           END-IF.

       2100-LOAD-KNOWN-LIST.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KNEXFILE
           IF KNEX-FILE-STATUS NOT = "00" AND
              KNEX-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ KNEXFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF KX-KNOWN-ID NUMERIC AND
                          KX-KNOWN-ID >= NEXT-KNOWN-ID
                           COMPUTE NEXT-KNOWN-ID = KX-KNOWN-ID + 1
                       END-IF
                       PERFORM 2150-CHECK-KNOWN-ROLL
                       IF ENTRY-TO-ROLL
                           ADD 1 TO KNEX-ROLLED
                       ELSE
                           IF KNEX-COUNT < 200
                               ADD 1 TO KNEX-COUNT
                               MOVE KNEX-RECORD
                                   TO KNEX-ENTRY(KNEX-COUNT)
                           ELSE
                               SET REGISTER-IS-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KNEXFILE.

       2150-CHECK-KNOWN-ROLL.
      * Ended before the cutoff, or left to lapse before it.
           MOVE "N" TO ROLL-FLAG
           IF KX-IS-ENDED AND KX-CLOSED-TS NOT = SPACES AND
              KX-CLOSED-TS(1:8) < CUTOFF-STAMP
               SET ENTRY-TO-ROLL TO TRUE
           END-IF
           IF KX-IS-ACTIVE AND KX-EXPIRY-DATE < CUTOFF-DATE
               SET ENTRY-TO-ROLL TO TRUE
           END-IF.

       2200-LOAD-OPEN-EXCEPTIONS.
      * Every SUMEXCP record without a decision on file, numbered by
      * its place in the file - the number a decision is kept under.
      * One from before the cutoff is only counted; its decision may
      * be on the history.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT EXCPFILE
           IF EXCP-FILE-STATUS NOT = "00" AND
              EXCP-FILE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ EXCPFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO EXCP-SEQ
                       PERFORM 2300-FIND-DECISION
                       IF EXDSP-HIT-IDX = 0
                           IF EXCP-RUN-DATE NOT = SPACES AND
                              EXCP-RUN-DATE < CUTOFF-DATE
                               ADD 1 TO AGED-COUNT
                           ELSE
                               PERFORM 2400-HOLD-OPEN-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCPFILE
           IF AGED-COUNT > 0
               MOVE AGED-COUNT TO SEQ-EDITED
               DISPLAY FUNCTION TRIM(SEQ-EDITED)
                       " exceptions from before " CUTOFF-DATE
                       " not listed."
           END-IF
           IF OPEN-OVER-COUNT > 0
               MOVE OPEN-OVER-COUNT TO SEQ-EDITED
               DISPLAY "Over 500 exceptions to review - "
                       FUNCTION TRIM(SEQ-EDITED)
                       " more after these."
           END-IF.

       2300-FIND-DECISION.
      * A decision belongs to the record whose number, key and row
      * position it carries.
           MOVE 0 TO EXDSP-HIT-IDX
           PERFORM VARYING EXDSP-IDX FROM 1 BY 1
                   UNTIL EXDSP-IDX > EXDSP-COUNT
                      OR EXDSP-HIT-IDX > 0
               MOVE EXDSP-ENTRY(EXDSP-IDX) TO EXDSP-RECORD
               IF EXD-EXCP-SEQ = EXCP-SEQ AND
                  EXD-KEY = EXCP-KEY AND
                  EXD-LONG-KEY = EXCP-LONG-KEY AND
                  EXD-ROW-POSITION = EXCP-ROW-POSITION
                   MOVE EXDSP-IDX TO EXDSP-HIT-IDX
               END-IF
           END-PERFORM.

       2400-HOLD-OPEN-EXCEPTION.
           IF OPEN-COUNT >= 500
               ADD 1 TO OPEN-OVER-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPEN-COUNT
           MOVE EXCP-SEQ    TO OE-SEQ(OPEN-COUNT)
           MOVE EXCP-RECORD TO OE-IMAGE(OPEN-COUNT)
           MOVE "N"         TO OE-DONE-FLAG(OPEN-COUNT).

       3000-LIST-OPEN.
           MOVE 0 TO OPEN-HIT-IDX
           PERFORM VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > OPEN-COUNT
               IF NOT OE-REVIEWED(OPEN-IDX)
                   MOVE OE-IMAGE(OPEN-IDX) TO EXCP-RECORD
                   MOVE OE-SEQ(OPEN-IDX)   TO SEQ-EDITED
                   MOVE EXCP-VALUE         TO AMOUNT-EDITED
                   MOVE EXCP-DEVIATION     TO AMOUNT-EDITED-2
                   MOVE EXCP-KEY           TO SHOW-KEY
                   IF EXCP-LONG-KEY NOT = SPACES
                       MOVE EXCP-LONG-KEY  TO SHOW-KEY
                   END-IF
                   DISPLAY "  " SEQ-EDITED " " EXCP-RUN-DATE
                           " KEY " SHOW-KEY " VALUE " AMOUNT-EDITED
                           " OFF BY " AMOUNT-EDITED-2
                   DISPLAY "            TABLE " EXCP-TABLE-NAME
                           " ROW " EXCP-ROW-POSITION
                   ADD 1 TO OPEN-HIT-IDX
               END-IF
           END-PERFORM
           IF OPEN-HIT-IDX = 0
               DISPLAY "No exceptions waiting for review."
           END-IF.

       3100-LIST-DECISIONS.
           IF EXDSP-COUNT = 0
               DISPLAY "No decisions recorded."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EXDSP-IDX FROM 1 BY 1
                   UNTIL EXDSP-IDX > EXDSP-COUNT
               MOVE EXDSP-ENTRY(EXDSP-IDX) TO EXDSP-RECORD
               MOVE EXD-EXCP-SEQ TO SEQ-EDITED
               MOVE EXD-VALUE    TO AMOUNT-EDITED
               MOVE EXD-KEY      TO SHOW-KEY
               IF EXD-LONG-KEY NOT = SPACES
                   MOVE EXD-LONG-KEY TO SHOW-KEY
               END-IF
               DISPLAY "  " SEQ-EDITED " " EXD-RUN-DATE
                       " KEY " SHOW-KEY " VALUE " AMOUNT-EDITED
                       " " EXD-DISPOSITION " BY " EXD-REVIEWED-BY
               DISPLAY "            " EXD-REASON
               IF EXD-CORR-PENDING
                   DISPLAY "            CORRECTION: WAITING FOR "
                           "CORR-GEN"
               END-IF
               IF EXD-CORR-SENT
                   DISPLAY "            CORRECTION: REQUEST "
                           EXD-CORR-REQUEST-ID " ON SUMCORRQ"
               END-IF
           END-PERFORM.

       3200-LIST-KNOWN.
           IF KNEX-COUNT = 0
               DISPLAY "No known exceptions listed."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KNEX-IDX FROM 1 BY 1
                   UNTIL KNEX-IDX > KNEX-COUNT
               MOVE KNEX-ENTRY(KNEX-IDX) TO KNEX-RECORD
               MOVE KX-KEY TO SHOW-KEY
               IF KX-LONG-KEY NOT = SPACES
                   MOVE KX-LONG-KEY TO SHOW-KEY
               END-IF
               IF KX-IS-ACTIVE AND KX-EXPIRY-DATE < TODAY-DATE
                   DISPLAY "  " KX-KNOWN-ID " LAPSED KEY " SHOW-KEY
                           " UNTIL " KX-EXPIRY-DATE
               ELSE
                   DISPLAY "  " KX-KNOWN-ID " " KX-STATUS
                           "      KEY " SHOW-KEY
                           " UNTIL " KX-EXPIRY-DATE
               END-IF
               IF KX-TABLE-NAME = SPACES
                   DISPLAY "      TABLE: (ALL)  BY " KX-ADDED-BY
               ELSE
                   DISPLAY "      TABLE: " KX-TABLE-NAME
                           " BY " KX-ADDED-BY
               END-IF
               DISPLAY "      " KX-REASON
           END-PERFORM.

       4000-RECORD-DECISION.
           IF REGISTER-IS-FULL
               PERFORM 1900-SAY-REVIEW-ONLY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Exception number: "
           ACCEPT OPERATOR-INPUT
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "Not an exception number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO WANT-SEQ
           PERFORM 4100-FIND-EXCEPTION
           IF EXDSP-HIT-IDX = 0 AND OPEN-HIT-IDX = 0
               DISPLAY "No exception with that number."
               EXIT PARAGRAPH
           END-IF
           IF EXDSP-HIT-IDX > 0 AND EXD-CORR-SENT
               DISPLAY "Correction already requested - decision kept."
               EXIT PARAGRAPH
           END-IF
           IF EXDSP-HIT-IDX > 0
               DISPLAY "Current decision " EXD-DISPOSITION
                       " by " EXD-REVIEWED-BY ": " EXD-REASON
           END-IF

           DISPLAY "C = confirmed error, L = legitimate, R = referred"
           DISPLAY "Decision: "
           ACCEPT OPERATOR-INPUT
           MOVE FUNCTION UPPER-CASE(OPERATOR-INPUT(1:1))
               TO EXD-DISPOSITION
           IF NOT EXD-IS-ERROR AND NOT EXD-IS-LEGITIMATE AND
              NOT EXD-IS-REFERRED
               DISPLAY "Decision must be C, L or R."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason: "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES
               DISPLAY "A reason is required."
               EXIT PARAGRAPH
           END-IF
           MOVE OPERATOR-INPUT(1:40) TO EXD-REASON
           MOVE SIGNED-ON-ID TO EXD-REVIEWED-BY
           MOVE FUNCTION CURRENT-DATE (1:16) TO NOW-TS
           MOVE NOW-TS TO EXD-REVIEWED-TS
           MOVE SPACE TO EXD-CORR-FLAG
           MOVE ZERO TO EXD-CORR-REQUEST-ID
           IF EXD-IS-ERROR
               DISPLAY "Send for correction (Y/N): "
               ACCEPT OPERATOR-INPUT
               MOVE FUNCTION UPPER-CASE(OPERATOR-INPUT(1:1))
                   TO ANSWER
               IF ANSWER = "Y"
                   SET EXD-CORR-PENDING TO TRUE
               END-IF
           END-IF

           IF EXDSP-HIT-IDX = 0
               IF EXDSP-COUNT >= 2000
                   DISPLAY "Decision register is full (2000)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO EXDSP-COUNT
               MOVE EXDSP-COUNT TO EXDSP-HIT-IDX
               SET OE-REVIEWED(OPEN-HIT-IDX) TO TRUE
           END-IF
           MOVE EXDSP-RECORD TO EXDSP-ENTRY(EXDSP-HIT-IDX)
           PERFORM 6000-REWRITE-DISPOSITIONS
           MOVE EXD-EXCP-SEQ TO SEQ-EDITED
           MOVE EXD-KEY TO SHOW-KEY
           IF EXD-LONG-KEY NOT = SPACES
               MOVE EXD-LONG-KEY TO SHOW-KEY
           END-IF
           MOVE SPACES TO LOG-TEXT
           STRING "OUTLIER REVIEWED: NO " DELIMITED BY SIZE
                  FUNCTION TRIM(SEQ-EDITED) DELIMITED BY SIZE
                  " KEY "               DELIMITED BY SIZE
                  SHOW-KEY              DELIMITED BY SPACE
                  " DECISION "          DELIMITED BY SIZE
                  EXD-DISPOSITION       DELIMITED BY SIZE
                  " BY "                DELIMITED BY SIZE
                  SIGNED-ON-ID          DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           DISPLAY "Decision recorded."
           IF EXD-IS-LEGITIMATE
               DISPLAY "Place key on the known-exception list (Y/N): "
               ACCEPT OPERATOR-INPUT
               MOVE FUNCTION UPPER-CASE(OPERATOR-INPUT(1:1))
                   TO ANSWER
               IF ANSWER = "Y"
                   PERFORM 5000-ADD-KNOWN
               END-IF
           END-IF.

       4100-FIND-EXCEPTION.
      * A decision already on file wins - it is the one changed;
      * otherwise the exception must be among those waiting. Either
      * way EXDSP-RECORD is left ready to be filled in.
           MOVE 0 TO EXDSP-HIT-IDX
           MOVE 0 TO OPEN-HIT-IDX
           PERFORM VARYING EXDSP-IDX FROM 1 BY 1
                   UNTIL EXDSP-IDX > EXDSP-COUNT
                      OR EXDSP-HIT-IDX > 0
               MOVE EXDSP-ENTRY(EXDSP-IDX) TO EXDSP-RECORD
               IF EXD-EXCP-SEQ = WANT-SEQ
                   MOVE EXDSP-IDX TO EXDSP-HIT-IDX
               END-IF
           END-PERFORM
           IF EXDSP-HIT-IDX > 0
               MOVE EXDSP-ENTRY(EXDSP-HIT-IDX) TO EXDSP-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > OPEN-COUNT
                      OR OPEN-HIT-IDX > 0
               IF OE-SEQ(OPEN-IDX) = WANT-SEQ
                   MOVE OPEN-IDX TO OPEN-HIT-IDX
               END-IF
           END-PERFORM
           IF OPEN-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE OE-IMAGE(OPEN-HIT-IDX) TO EXCP-RECORD
           MOVE SPACES            TO EXDSP-RECORD
           MOVE WANT-SEQ          TO EXD-EXCP-SEQ
           MOVE EXCP-KEY          TO EXD-KEY
           MOVE EXCP-LONG-KEY     TO EXD-LONG-KEY
           MOVE EXCP-RUN-DATE     TO EXD-RUN-DATE
           MOVE EXCP-TABLE-NAME   TO EXD-TABLE-NAME
           MOVE EXCP-ROW-POSITION TO EXD-ROW-POSITION
           MOVE EXCP-VALUE        TO EXD-VALUE.

       4900-CHECK-DATE.
           MOVE "N" TO DATE-OK-FLAG
           MOVE SPACES TO DATE-DIGITS
           STRING CHECK-DATE(1:4) DELIMITED BY SIZE
                  CHECK-DATE(6:2) DELIMITED BY SIZE
                  CHECK-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-DIGITS
           END-STRING
           IF CHECK-DATE(5:1) NOT = "-" OR
              CHECK-DATE(8:1) NOT = "-" OR
              DATE-DIGITS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUMBER) = 0
               SET DATE-IS-OK TO TRUE
           END-IF.

       5000-ADD-KNOWN.
      * The exception's own table unless the operator widens it to
      * every table; a key already live for that table has its
      * entry extended rather than listed twice.
           IF KNEX-COUNT >= 200
               DISPLAY "Known-exception list is full (200)."
               EXIT PARAGRAPH
           END-IF
           MOVE EXD-TABLE-NAME TO KNOWN-TABLE-NAME
           IF KNOWN-TABLE-NAME NOT = SPACES
               DISPLAY "Every table, not just "
                       FUNCTION TRIM(KNOWN-TABLE-NAME) " (Y/N): "
               ACCEPT OPERATOR-INPUT
               MOVE FUNCTION UPPER-CASE(OPERATOR-INPUT(1:1))
                   TO ANSWER
               IF ANSWER = "Y"
                   MOVE SPACES TO KNOWN-TABLE-NAME
               END-IF
           END-IF
           DISPLAY "Expiry date (YYYY-MM-DD): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:10) TO CHECK-DATE
           PERFORM 4900-CHECK-DATE
           IF NOT DATE-IS-OK
               DISPLAY "Not a valid YYYY-MM-DD date - key not listed."
               EXIT PARAGRAPH
           END-IF
           IF CHECK-DATE < TODAY-DATE
               DISPLAY "Expiry date is already past - key not listed."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO KNEX-HIT-IDX
           PERFORM VARYING KNEX-IDX FROM 1 BY 1
                   UNTIL KNEX-IDX > KNEX-COUNT
               MOVE KNEX-ENTRY(KNEX-IDX) TO KNEX-RECORD
               IF KX-IS-ACTIVE AND KX-KEY = EXD-KEY AND
                  KX-LONG-KEY = EXD-LONG-KEY AND
                  KX-TABLE-NAME = KNOWN-TABLE-NAME
                   MOVE KNEX-IDX TO KNEX-HIT-IDX
               END-IF
           END-PERFORM
           IF KNEX-HIT-IDX > 0
               MOVE KNEX-ENTRY(KNEX-HIT-IDX) TO KNEX-RECORD
           ELSE
               ADD 1 TO KNEX-COUNT
               MOVE KNEX-COUNT TO KNEX-HIT-IDX
               MOVE SPACES TO KNEX-RECORD
               MOVE NEXT-KNOWN-ID TO KX-KNOWN-ID
               ADD 1 TO NEXT-KNOWN-ID
               MOVE EXD-KEY TO KX-KEY
               MOVE EXD-LONG-KEY TO KX-LONG-KEY
               MOVE KNOWN-TABLE-NAME TO KX-TABLE-NAME
               SET KX-IS-ACTIVE TO TRUE
           END-IF
           MOVE CHECK-DATE      TO KX-EXPIRY-DATE
           MOVE EXD-REASON      TO KX-REASON
           MOVE SIGNED-ON-ID    TO KX-ADDED-BY
           MOVE NOW-TS          TO KX-ADDED-TS
           MOVE EXD-EXCP-SEQ    TO KX-EXCP-SEQ
           MOVE KNEX-RECORD TO KNEX-ENTRY(KNEX-HIT-IDX)
           PERFORM 6100-REWRITE-KNOWN-LIST
           MOVE KX-KEY TO SHOW-KEY
           IF KX-LONG-KEY NOT = SPACES
               MOVE KX-LONG-KEY TO SHOW-KEY
           END-IF
           MOVE SPACES TO LOG-TEXT
           STRING "KNOWN EXCEPTION LISTED: KEY " DELIMITED BY SIZE
                  SHOW-KEY                       DELIMITED BY SPACE
                  " UNTIL "                      DELIMITED BY SIZE
                  KX-EXPIRY-DATE                 DELIMITED BY SIZE
                  " BY "                         DELIMITED BY SIZE
                  SIGNED-ON-ID                   DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           MOVE "W" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           DISPLAY "Key listed as known exception " KX-KNOWN-ID "."
           .

       5500-END-KNOWN.
           IF REGISTER-IS-FULL
               PERFORM 1900-SAY-REVIEW-ONLY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Known exception id: "
           ACCEPT OPERATOR-INPUT
           IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
               DISPLAY "No active entry with that id."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO WANT-ID
           MOVE 0 TO KNEX-HIT-IDX
           PERFORM VARYING KNEX-IDX FROM 1 BY 1
                   UNTIL KNEX-IDX > KNEX-COUNT
               MOVE KNEX-ENTRY(KNEX-IDX) TO KNEX-RECORD
               IF KNEX-HIT-IDX = 0 AND KX-KNOWN-ID = WANT-ID AND
                  KX-IS-ACTIVE
                   MOVE KNEX-IDX TO KNEX-HIT-IDX
               END-IF
           END-PERFORM
           IF KNEX-HIT-IDX = 0
               DISPLAY "No active entry with that id."
               EXIT PARAGRAPH
           END-IF
           MOVE KNEX-ENTRY(KNEX-HIT-IDX) TO KNEX-RECORD
           SET KX-IS-ENDED TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:16) TO KX-CLOSED-TS
           MOVE KNEX-RECORD TO KNEX-ENTRY(KNEX-HIT-IDX)
           PERFORM 6100-REWRITE-KNOWN-LIST
           MOVE KX-KEY TO SHOW-KEY
           IF KX-LONG-KEY NOT = SPACES
               MOVE KX-LONG-KEY TO SHOW-KEY
           END-IF
           MOVE SPACES TO LOG-TEXT
           STRING "KNOWN EXCEPTION ENDED: KEY " DELIMITED BY SIZE
                  SHOW-KEY                      DELIMITED BY SPACE
                  " BY "                        DELIMITED BY SIZE
                  SIGNED-ON-ID                  DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           MOVE "W" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           DISPLAY "Known exception ended."
           .

       6000-REWRITE-DISPOSITIONS.
           OPEN OUTPUT EXDSPFILE
           PERFORM VARYING EXDSP-IDX FROM 1 BY 1
                   UNTIL EXDSP-IDX > EXDSP-COUNT
               MOVE EXDSP-ENTRY(EXDSP-IDX) TO EXDSP-RECORD
               WRITE EXDSP-RECORD
           END-PERFORM
           CLOSE EXDSPFILE
           MOVE EXDSP-ENTRY(EXDSP-HIT-IDX) TO EXDSP-RECORD.

       6100-REWRITE-KNOWN-LIST.
           OPEN OUTPUT KNEXFILE
           PERFORM VARYING KNEX-IDX FROM 1 BY 1
                   UNTIL KNEX-IDX > KNEX-COUNT
               MOVE KNEX-ENTRY(KNEX-IDX) TO KNEX-RECORD
               WRITE KNEX-RECORD
           END-PERFORM
           CLOSE KNEXFILE
           MOVE KNEX-ENTRY(KNEX-HIT-IDX) TO KNEX-RECORD.

       6500-ROLL-OFF-REGISTERS.
      * Each register is read again for the entries the load left
      * out - the same test, so the same entries - and they go on
      * the history before the live file is rewritten without them.
           IF EXDSP-ROLLED > 0
               OPEN EXTEND EXDSPHFILE
               IF NOT EXDSPH-FILE-OK
                   SET HISTORY-UNUSABLE TO TRUE
               ELSE
                   PERFORM 6600-ROLL-DISPOSITIONS
               END-IF
           END-IF
           IF KNEX-ROLLED > 0 AND NOT HISTORY-UNUSABLE
               OPEN EXTEND KNEXHFILE
               IF NOT KNEXH-FILE-OK
                   SET HISTORY-UNUSABLE TO TRUE
               ELSE
                   PERFORM 6700-ROLL-KNOWN-LIST
               END-IF
           END-IF
           IF HISTORY-UNUSABLE
               MOVE "EXCP-REV: HISTORY UNUSABLE - REGISTERS KEPT"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               EXIT PARAGRAPH
           END-IF
           MOVE EXDSP-ROLLED TO COUNT-EDITED
           MOVE KNEX-ROLLED TO COUNT-EDITED-2
           MOVE SPACES TO LOG-TEXT
           STRING "EXCEPTION REVIEW: " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-EDITED) DELIMITED BY SIZE
                  " DECISIONS, "       DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-EDITED-2) DELIMITED BY SIZE
                  " KNOWN ENTRIES TO HISTORY" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       6600-ROLL-DISPOSITIONS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT EXDSPFILE
           PERFORM UNTIL FILE-AT-EOF
               READ EXDSPFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2050-CHECK-DISPOSITION-ROLL
                       IF ENTRY-TO-ROLL
                           WRITE EXDSPH-RECORD FROM EXDSP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXDSPFILE
           CLOSE EXDSPHFILE
           OPEN OUTPUT EXDSPFILE
           PERFORM VARYING EXDSP-IDX FROM 1 BY 1
                   UNTIL EXDSP-IDX > EXDSP-COUNT
               MOVE EXDSP-ENTRY(EXDSP-IDX) TO EXDSP-RECORD
               WRITE EXDSP-RECORD
           END-PERFORM
           CLOSE EXDSPFILE.

       6700-ROLL-KNOWN-LIST.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT KNEXFILE
           PERFORM UNTIL FILE-AT-EOF
               READ KNEXFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2150-CHECK-KNOWN-ROLL
                       IF ENTRY-TO-ROLL
                           WRITE KNEXH-RECORD FROM KNEX-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KNEXFILE
           CLOSE KNEXHFILE
           OPEN OUTPUT KNEXFILE
           PERFORM VARYING KNEX-IDX FROM 1 BY 1
                   UNTIL KNEX-IDX > KNEX-COUNT
               MOVE KNEX-ENTRY(KNEX-IDX) TO KNEX-RECORD
               WRITE KNEX-RECORD
           END-PERFORM
           CLOSE KNEXFILE.

       END PROGRAM EXCP-REV.
