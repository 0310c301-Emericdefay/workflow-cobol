      * that, *SUSPENSE* takes it. OFFMAST-INQ shows the original
      * and every adjustment side by side.
      *
      * Where LATE-ARR has proposed an adjustment for the table and
      * date keyed (SUMLATEADJ - late-arriving rows the official
      * total is still short of), the proposed total and reason are
      * shown and a blank answer takes them.
      *
      * RC 0 = adjustment recorded and posted, 8 = no master record
      * for the key, no account map, or a file would not open.
      *****************************************************************
           SELECT OPTIONAL GLADJ ASSIGN TO "SUMGLADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLADJ-FILE-STATUS.
           SELECT OPTIONAL PROPFILE ASSIGN TO "SUMLATEADJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROP-FILE-STATUS.
           SELECT ACCTMAP ASSIGN TO "SUMACCT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACCT-FILE-STATUS.
       FD  GLADJ.
           COPY CBGLPOST.

       FD  PROPFILE.
           COPY CBOFFADJ REPLACING ==OFFADJ-RECORD== BY ==PROP-RECORD==
                                   LEADING ==ADJ-== BY ==PROP-==.

       FD  ACCTMAP.
           COPY CBACCTM.

       01 GLADJ-FILE-STATUS  PIC XX.
       01 ACCT-FILE-STATUS   PIC XX.
           88 ACCT-FILE-OK       VALUE "00".
       01 PROP-FILE-STATUS   PIC XX.
           88 PROP-FILE-OK       VALUE "00" "05".
       01 PROP-EOF-FLAG      PIC X.
           88 PROP-AT-EOF        VALUE "Y".
       01 PROPOSAL-FLAG      PIC X VALUE "N".
           88 PROPOSAL-FOUND     VALUE "Y".
       01 PROPOSED-TOTAL     PIC S9(9)V99.
       01 PROPOSED-REASON    PIC X(30).
       01 ACCT-EOF-FLAG      PIC X.
           88 ACCT-AT-EOF        VALUE "Y".
       01 OFFSET-ACCOUNT     PIC X(8) VALUE SPACES.
           DISPLAY "Business date (YYYY-MM-DD): "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:10) TO WANT-DATE
           PERFORM 0500-FIND-PROPOSAL
           IF PROPOSAL-FOUND
               MOVE PROPOSED-TOTAL TO NEW-EDITED
               DISPLAY "Late-arrival proposal: " NEW-EDITED
                       " (" PROPOSED-REASON ")"
               DISPLAY "Blank answers below take the proposal."
           END-IF
      * Amount entry the CASE-MAINT way - the raw console text is
      * edited and converted, never ACCEPTed straight into a
      * numeric field where "123.45" would land scrambled.
           DISPLAY "Corrected total (signed): "
           ACCEPT OPERATOR-INPUT
           IF OPERATOR-INPUT = SPACES AND PROPOSAL-FOUND
               MOVE PROPOSED-TOTAL TO WANT-NEW-TOTAL
           ELSE
               IF FUNCTION TEST-NUMVAL(OPERATOR-INPUT) NOT = 0
                   DISPLAY "Not a number: " OPERATOR-INPUT
                   DISPLAY "Adjustment abandoned."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(OPERATOR-INPUT) TO WANT-NEW-TOTAL
           END-IF
           DISPLAY "Reason: "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:30) TO WANT-REASON
           IF WANT-REASON = SPACES AND PROPOSAL-FOUND
               MOVE PROPOSED-REASON TO WANT-REASON
           END-IF

           PERFORM 1000-READ-MASTER
           IF RETURN-CODE = 8
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       0500-FIND-PROPOSAL.
      * LATE-ARR rebuilds the file each night with one proposal per
      * outstanding table and date; no file means none outstanding.
           MOVE "N" TO PROPOSAL-FLAG
           MOVE "N" TO PROP-EOF-FLAG
           OPEN INPUT PROPFILE
           IF NOT PROP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PROP-AT-EOF
               READ PROPFILE
                   AT END
                       SET PROP-AT-EOF TO TRUE
                   NOT AT END
                       IF PROP-TABLE-NAME = WANT-TABLE AND
                          PROP-RUN-DATE = WANT-DATE
                           SET PROPOSAL-FOUND TO TRUE
                           MOVE PROP-NEW-TOTAL TO PROPOSED-TOTAL
                           MOVE PROP-REASON    TO PROPOSED-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROPFILE.

       1000-READ-MASTER.
      * The adjustment corrects a figure that exists - an absent
      * master record means the date was never official, which is a
