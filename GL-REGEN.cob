      * environment.
      *
      * RC 0 = batch regenerated, 4 = nothing registered for the
      * date, 8 = archive missing records the register promises, or
      * more batches registered for the date than one rebuild takes
      * (nothing is written - narrow it with REGTABLE).
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WANT-DATE          PIC X(10).
       01 WANT-TABLE         PIC X(30).

      * The batches the register promises for the date - number
      * and legal entity, as each entity numbers its own series.
       01 WANTED-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01 WANTED-TABLE-WS.
           05 WANTED-ENTRY OCCURS 200 TIMES.
               10 WANTED-BATCH   PIC 9(6).
               10 WANTED-ENTITY  PIC X(6).
       01 WANTED-IDX         PIC 9(3) COMP-5.
       01 WANTED-OVER-FLAG   PIC X VALUE "N".
           88 WANTED-OVERFLOWED  VALUE "Y".
       01 BATCH-WANTED-FLAG  PIC X.
           88 BATCH-IS-WANTED    VALUE "Y".
       01 IN-WANTED-BATCH    PIC X VALUE "N".
           88 COPYING-BATCH      VALUE "Y".
       01 COPIED-BATCHES     PIC 9(3) VALUE 0.
       01 COPIED-LINES       PIC 9(5) VALUE 0.
       01 LINES-EDITED       PIC ZZ,ZZ9.

               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
      * A rebuild short of batches the register promises would pass
      * for the whole night - refuse it rather than write part.
           IF WANTED-OVERFLOWED
               MOVE "REGEN: OVER 200 BATCHES FOR THE DATE - NOT REBUILT"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-COPY-FROM-ARCHIVE
           MOVE COPIED-LINES TO LINES-EDITED
           GOBACK.

       1000-FIND-WANTED-BATCHES.
      * Only batches the nightly run cut regenerate - its own, the
      * month-end accrual and reversal batches it cuts behind them
      * and the allocation, revaluation and sales-tax batches that
      * follow; the register's REGEN entries, if any ever land
      * there, are not sources.
           MOVE "N" TO GLREG-EOF-FLAG
           OPEN INPUT GLREGFILE
           IF NOT GLREG-FILE-OK
                       SET GLREG-AT-EOF TO TRUE
                   NOT AT END
                       IF GREG-RUN-DATE = WANT-DATE AND
                          (GREG-REFERENCE = "ORIGINAL" OR
                           GREG-REFERENCE = "ACCRUAL" OR
                           GREG-REFERENCE = "REVERSAL" OR
                           GREG-REFERENCE = "ALLOCATION" OR
                           GREG-REFERENCE = "REVALUE" OR
                           GREG-REFERENCE = "SALESTAX") AND
                          (WANT-TABLE = SPACES OR
                           GREG-TABLE-NAME = WANT-TABLE)
                           IF WANTED-COUNT < 200
                               ADD 1 TO WANTED-COUNT
                               MOVE GREG-BATCH-NO
                                   TO WANTED-BATCH(WANTED-COUNT)
                               MOVE GREG-ENTITY
                                   TO WANTED-ENTITY(WANTED-COUNT)
                           ELSE
                               SET WANTED-OVERFLOWED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               MOVE "N" TO BATCH-WANTED-FLAG
               PERFORM VARYING WANTED-IDX FROM 1 BY 1
                       UNTIL WANTED-IDX > WANTED-COUNT
                   IF WANTED-BATCH(WANTED-IDX) = GL-HDR-BATCH-NO AND
                      WANTED-ENTITY(WANTED-IDX) = GL-HDR-ENTITY
                       SET BATCH-IS-WANTED TO TRUE
                   END-IF
               END-PERFORM
