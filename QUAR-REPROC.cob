      * the fan-out driver uses for its completion state.
       01 QUAR-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01 QUAR-TABLE.
           05 QUAR-ENTRY OCCURS 500 TIMES PIC X(97).
       01 QUAR-IDX            PIC 9(4) COMP-5.
       01 QUAR-OVERFLOW-FLAG  PIC X VALUE "N".
      * The row's full key for the log - the long key, or the
      * nine-character one on a record quarantined before it.
       01 QUAR-FULL-KEY       PIC X(16).

       01 APPLIED-COUNT       PIC 9(5) VALUE 0.
       01 UNUSABLE-COUNT      PIC 9(5) VALUE 0.
           IF QUAR-STATUS NOT = "C"
               EXIT PARAGRAPH
           END-IF
           IF QUAR-LONG-KEY NOT = SPACES
               MOVE QUAR-LONG-KEY TO QUAR-FULL-KEY
           ELSE
               MOVE QUAR-KEY TO QUAR-FULL-KEY
           END-IF
           IF QUAR-VALUE = SPACES OR
              FUNCTION TEST-NUMVAL(QUAR-VALUE) NOT = 0
               ADD 1 TO UNUSABLE-COUNT
               STRING "REPROCESS: UNUSABLE CORRECTED VALUE, KEY "
                          DELIMITED BY SIZE
                      QUAR-FULL-KEY DELIMITED BY SPACE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
           STRING "REPROCESS: APPLIED " DELIMITED BY SIZE
                  VALUE-EDITED          DELIMITED BY SIZE
                  " FOR KEY "           DELIMITED BY SIZE
                  QUAR-FULL-KEY         DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.
