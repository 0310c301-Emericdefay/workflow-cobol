       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-CB.

      *****************************************************************
      * LATE-CB - sqlite3_exec callback for the late-arrival look.
      * LATE-ARR's query answers one row per transaction date: the
      * date, COUNT(*) and the amount in cents. This lifts each row
      * into the CBLATEQ context handed through pArg. Same callback
      * conventions as INTEG-CB (CBCALLBK), same NUL-terminated
      * C-string handling.
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 TEXT-WORK           PIC X(20).
       01 TEXT-NUL-POS        PIC 99 COMP-5.
       01 COL-IDX             PIC 99 COMP-5.
       01 LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
       01 QUERY             PIC X(80).
           COPY CBCALLBK.
           COPY CBLATEQ.

       PROCEDURE DIVISION USING
                                BY VALUE NOTUSED
                                BY VALUE ARGC
                                BY REFERENCE ARGV
                                BY REFERENCE AZCOLNAME.

           SET ADDRESS OF LATE-CONTEXT TO NOTUSED

           IF ARGC < 3
               GOBACK
           END-IF
           IF LQ-DATE-COUNT NOT < 400
               IF NOT LQ-OVERFLOWED
                   SET LQ-OVERFLOWED TO TRUE
                   MOVE "LATE > DATE CAPTURE FULL (400) - PARTIAL"
                       TO LOG-TEXT
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               END-IF
               GOBACK
           END-IF

           ADD 1 TO LQ-DATE-COUNT
           MOVE 1 TO COL-IDX
           PERFORM 1000-LIFT-COLUMN
           MOVE TEXT-WORK(1:10) TO LQ-DATE(LQ-DATE-COUNT)
           MOVE 0 TO LQ-ROWS(LQ-DATE-COUNT)
           MOVE 0 TO LQ-CENTS(LQ-DATE-COUNT)
           MOVE 2 TO COL-IDX
           PERFORM 1000-LIFT-COLUMN
           IF TEXT-WORK NOT = SPACES AND
              FUNCTION TEST-NUMVAL(TEXT-WORK) = 0
               COMPUTE LQ-ROWS(LQ-DATE-COUNT) =
                   FUNCTION NUMVAL(TEXT-WORK)
           END-IF
           MOVE 3 TO COL-IDX
           PERFORM 1000-LIFT-COLUMN
           IF TEXT-WORK NOT = SPACES AND
              FUNCTION TEST-NUMVAL(TEXT-WORK) = 0
               COMPUTE LQ-CENTS(LQ-DATE-COUNT) =
                   FUNCTION NUMVAL(TEXT-WORK)
           END-IF

           GOBACK.

       1000-LIFT-COLUMN.
      * Text up to the C-string terminator, space-filled; a NULL
      * column comes back as spaces.
           MOVE SPACES TO TEXT-WORK
           IF ARGV-COL(COL-IDX) = NULL
               EXIT PARAGRAPH
           END-IF
           SET ADDRESS OF COLUMN-NAME TO ARGV-COL(COL-IDX)
           MOVE COLUMN-NAME TO TEXT-WORK
           MOVE 0 TO TEXT-NUL-POS
           INSPECT TEXT-WORK TALLYING TEXT-NUL-POS
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE
           IF TEXT-NUL-POS = 0
               MOVE SPACES TO TEXT-WORK
           ELSE
               IF TEXT-NUL-POS < 20
                   MOVE SPACES TO TEXT-WORK(TEXT-NUL-POS + 1:)
               END-IF
           END-IF.

       END PROGRAM LATE-CB.
