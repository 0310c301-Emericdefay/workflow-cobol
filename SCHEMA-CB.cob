       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEMA-CB.

      *****************************************************************
      * SCHEMA-CB - sqlite3_exec callback for the schema-drift
      * pre-flight. PRAGMA table_info answers one row per column -
      * cid, name, type, notnull, dflt_value, pk - and this lifts
      * the name and declared type of each into the caller's column
      * list (CBSCHCOL, passed through pArg, the same convention the
      * other callbacks use), in the order sqlite returns them.
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 TEXT-NUL-POS        PIC 99 COMP-5.

       LINKAGE SECTION.
       01 QUERY             PIC X(80).
           COPY CBCALLBK.
           COPY CBSCHCOL.
       01 SCHEMA-TEXT       PIC X(30).

       PROCEDURE DIVISION USING
                                BY VALUE NOTUSED
                                BY VALUE ARGC
                                BY REFERENCE ARGV
                                BY REFERENCE AZCOLNAME.

           SET ADDRESS OF SCHEMA-COLUMNS TO NOTUSED

           IF ARGC < 3
               GOBACK
           END-IF
           IF SCHC-COUNT >= 50
               SET SCHC-OVERFLOWED TO TRUE
               GOBACK
           END-IF
           ADD 1 TO SCHC-COUNT
           MOVE SPACES TO SCHC-NAME(SCHC-COUNT)
           MOVE SPACES TO SCHC-TYPE(SCHC-COUNT)

           IF ARGV-COL(2) NOT = NULL
               SET ADDRESS OF SCHEMA-TEXT TO ARGV-COL(2)
               PERFORM 1000-FIND-NUL
               IF TEXT-NUL-POS > 0
                   MOVE SCHEMA-TEXT(1:TEXT-NUL-POS)
                       TO SCHC-NAME(SCHC-COUNT)
               END-IF
           END-IF
      * An undeclared type comes back as an empty string, not NULL -
      * it records as spaces either way.
           IF ARGV-COL(3) NOT = NULL
               SET ADDRESS OF SCHEMA-TEXT TO ARGV-COL(3)
               PERFORM 1000-FIND-NUL
               IF TEXT-NUL-POS > 20
                   MOVE 20 TO TEXT-NUL-POS
               END-IF
               IF TEXT-NUL-POS > 0
                   MOVE SCHEMA-TEXT(1:TEXT-NUL-POS)
                       TO SCHC-TYPE(SCHC-COUNT)
               END-IF
           END-IF

           GOBACK.

       1000-FIND-NUL.
      * Length of the C string, at most the 30 bytes kept - zero
      * for an empty one, which leaves the entry's spaces alone.
           MOVE 0 TO TEXT-NUL-POS
           INSPECT SCHEMA-TEXT TALLYING TEXT-NUL-POS
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.

       END PROGRAM SCHEMA-CB.
