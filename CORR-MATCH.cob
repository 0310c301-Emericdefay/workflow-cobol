      * record length, grows in step with that copybook.
       01 REQ-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01 REQ-TABLE-WS.
           05 REQ-ENTRY OCCURS 500 TIMES PIC X(92).
       01 REQ-IDX            PIC 9(4) COMP-5.
       01 REQ-HIT-IDX        PIC 9(4) COMP-5.

      * record length.
       01 QUAR-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01 QUAR-TABLE-WS.
           05 QUAR-ENTRY OCCURS 500 TIMES PIC X(97).
       01 QUAR-IDX           PIC 9(4) COMP-5.
      * The full key on each side of the match - the long key, or
      * the nine-character one on a record written before it.
       01 REQ-FULL-KEY       PIC X(16).
       01 QUAR-FULL-KEY      PIC X(16).
       01 QUAR-TOUCHED-FLAG  PIC X VALUE "N".
           88 QUARANTINE-TOUCHED VALUE "Y".

               EXIT PARAGRAPH
           END-IF
           MOVE REQ-ENTRY(REQ-HIT-IDX) TO CORRQ-RECORD
           IF CRQ-LONG-KEY NOT = SPACES
               MOVE CRQ-LONG-KEY TO REQ-FULL-KEY
           ELSE
               MOVE CRQ-KEY TO REQ-FULL-KEY
           END-IF
           IF CRR-DISPOSITION = "F"
               SET CRQ-IS-FIXED TO TRUE
               ADD 1 TO FIXED-COUNT
               ADD 1 TO REJECTED-COUNT
               STRING "CORRECTIONS: OWNER STANDS BY "
                          DELIMITED BY SIZE
                      REQ-FULL-KEY DELIMITED BY SPACE
                      " - "   DELIMITED BY SIZE
                      CRR-NOTE DELIMITED BY SIZE
                   INTO LOG-TEXT
           PERFORM VARYING QUAR-IDX FROM 1 BY 1
                   UNTIL QUAR-IDX > QUAR-COUNT
               MOVE QUAR-ENTRY(QUAR-IDX) TO QUAR-RECORD
               IF QUAR-LONG-KEY NOT = SPACES
                   MOVE QUAR-LONG-KEY TO QUAR-FULL-KEY
               ELSE
                   MOVE QUAR-KEY TO QUAR-FULL-KEY
               END-IF
               IF QUAR-STATUS = "Q" AND
                  QUAR-FULL-KEY = REQ-FULL-KEY AND
                  QUAR-RUN-DATE = CRQ-RUN-DATE
                   MOVE "C" TO QUAR-STATUS
                   MOVE QUAR-RECORD TO QUAR-ENTRY(QUAR-IDX)
