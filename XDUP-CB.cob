       IDENTIFICATION DIVISION.
       PROGRAM-ID. XDUP-CB.

      *****************************************************************
      * XDUP-CB - sqlite3_exec callback for the fan-out's cross-shop
      * duplicate capture. SQLITE-CALLBACK is all running
      * accumulators; the cross-shop check needs each row's key,
      * category and amount kept for comparison against the other
      * shops after every scan is in, so this callback does only
      * that, into the CBXKEY context handed through pArg. The key
      * and amount come off column 1 and the category off column 2,
      * the positions the fan-out scan totals and groups on - the
      * key to sixteen characters through the COLUMN-KEY window, as
      * SQLITE-CALLBACK takes it, the amount from the value the
      * total is built on; a row
      * whose column 1 is NULL or not numeric never reached the
      * total and is not captured. Same callback conventions as
      * SQLITE-CALLBACK (CBCALLBK), same NUL-terminated C-string
      * handling.
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 TEXT-WORK           PIC X(20).
       01 TEXT-NUL-POS        PIC 99 COMP-5.
       01 VALUE-WORK          PIC X(9).
       01 KEY-WORK            PIC X(16).
       01 LOG-TEXT            PIC X(80).

       LINKAGE SECTION.
       01 QUERY             PIC X(80).
           COPY CBCALLBK.
           COPY CBXKEY.

       PROCEDURE DIVISION USING
                                BY VALUE NOTUSED
                                BY VALUE ARGC
                                BY REFERENCE ARGV
                                BY REFERENCE AZCOLNAME.

           SET ADDRESS OF XKEY-CONTEXT TO NOTUSED
           ADD 1 TO XK-ROW-COUNT

           IF ARGV-COL(1) = NULL
               GOBACK
           END-IF
      * The aliased COLUMN-ID window carries the terminator and
      * whatever memory follows it - tested and valued on the clean
      * copy, never the window itself.
           SET ADDRESS OF COLUMN-ID TO ARGV-COL(1)
           MOVE COLUMN-ID TO TEXT-WORK
           PERFORM 1000-TRIM-AT-TERMINATOR
           MOVE TEXT-WORK(1:9) TO VALUE-WORK
           IF VALUE-WORK = SPACES OR
              FUNCTION TEST-NUMVAL(VALUE-WORK) NOT = 0
               GOBACK
           END-IF
           SET ADDRESS OF COLUMN-KEY TO ARGV-COL(1)
           MOVE COLUMN-KEY TO TEXT-WORK
           PERFORM 1000-TRIM-AT-TERMINATOR
           MOVE TEXT-WORK(1:16) TO KEY-WORK
           IF XK-KEY-COUNT NOT < 2000
               IF NOT XK-OVERFLOWED
                   SET XK-OVERFLOWED TO TRUE
                   MOVE "XDUP > KEY CAPTURE FULL (2000) - PARTIAL"
                       TO LOG-TEXT
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               END-IF
               GOBACK
           END-IF

           ADD 1 TO XK-KEY-COUNT
           MOVE KEY-WORK TO XK-KEY(XK-KEY-COUNT)
           COMPUTE XK-AMOUNT(XK-KEY-COUNT) =
               FUNCTION NUMVAL(VALUE-WORK)

           MOVE SPACES TO XK-CATEGORY(XK-KEY-COUNT)
           IF ARGC > 1 AND ARGV-COL(2) NOT = NULL
               SET ADDRESS OF COLUMN-NAME TO ARGV-COL(2)
               MOVE COLUMN-NAME TO TEXT-WORK
               PERFORM 1000-TRIM-AT-TERMINATOR
               MOVE TEXT-WORK TO XK-CATEGORY(XK-KEY-COUNT)
           END-IF

           GOBACK.

       1000-TRIM-AT-TERMINATOR.
      * Text up to the C-string terminator, space-filled - the same
      * cleanup the group keys get, so two shops' keys compare on
      * their text rather than on stray memory.
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

       END PROGRAM XDUP-CB.
