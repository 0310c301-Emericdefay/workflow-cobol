       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTITY-OF.

      *****************************************************************
      * ENTITY-OF - "which legal entity does this table or shop
      * belong to". The ledger feed, the fan-out master posting and
      * the by-entity reports all ask here (see CBENTQ) instead of
      * each reading the reference file its own way. SUMENTITY (see
      * CBENTM) is loaded on the first call and held for the life
      * of the run unit. There is no default: a table or shop with
      * no assignment - or, once entities are defined on E entries,
      * an assignment to an entity that is not - answers not found.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTMFILE ASSIGN TO "SUMENTITY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ENTM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTMFILE.
           COPY CBENTM.

       WORKING-STORAGE SECTION.
       01 ENTM-FILE-STATUS   PIC XX.
           88 ENTM-FILE-OK       VALUE "00" "05".
       01 ENTM-EOF-FLAG      PIC X.
           88 ENTM-AT-EOF        VALUE "Y".
       01 LOADED-FLAG        PIC X VALUE "N".
           88 ENTITIES-LOADED    VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.
       01 OVERFLOW-FLAG      PIC X VALUE "N".
           88 ENTITY-TABLE-FULL  VALUE "Y".

      * The entities defined on E entries, with their names.
       01 ENTITY-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01 ENTITY-TABLE.
           05 ET-ENTRY OCCURS 50 TIMES.
               10 ET-ENTITY      PIC X(6).
               10 ET-NAME        PIC X(30).
       01 ET-IDX             PIC 9(3) COMP-5.
       01 ET-HIT-IDX         PIC 9(3) COMP-5.

      * Table and shop assignments - the last entry for a name wins,
      * the way every hand-kept control file here reads.
       01 ASSIGN-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 ASSIGN-TABLE.
           05 AS-ENTRY OCCURS 1000 TIMES.
               10 AS-TYPE        PIC X.
               10 AS-CODE        PIC X(30).
               10 AS-ENTITY      PIC X(6).
       01 AS-IDX             PIC 9(4) COMP-5.
       01 AS-HIT-IDX         PIC 9(4) COMP-5.

       LINKAGE SECTION.
           COPY CBENTQ.

       PROCEDURE DIVISION USING BY REFERENCE ENTQ-REQUEST.

       0000-MAIN-LOGIC.
           IF NOT ENTITIES-LOADED
               PERFORM 1000-LOAD-ENTITIES
           END-IF
           MOVE "N" TO ENTQ-FOUND-FLAG
           MOVE SPACES TO ENTQ-ENTITY ENTQ-ENTITY-NAME
           IF ENTQ-CODE = SPACES OR
              NOT (ENTQ-FOR-TABLE OR ENTQ-FOR-SHOP)
               GOBACK
           END-IF

           MOVE 0 TO AS-HIT-IDX
           PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > ASSIGN-COUNT
               IF AS-TYPE(AS-IDX) = ENTQ-TYPE AND
                  AS-CODE(AS-IDX) = ENTQ-CODE
                   MOVE AS-IDX TO AS-HIT-IDX
               END-IF
           END-PERFORM
           IF AS-HIT-IDX = 0
               GOBACK
           END-IF

           MOVE 0 TO ET-HIT-IDX
           PERFORM VARYING ET-IDX FROM 1 BY 1
                   UNTIL ET-IDX > ENTITY-COUNT OR ET-HIT-IDX > 0
               IF ET-ENTITY(ET-IDX) = AS-ENTITY(AS-HIT-IDX)
                   MOVE ET-IDX TO ET-HIT-IDX
               END-IF
           END-PERFORM
           IF ENTITY-COUNT > 0 AND ET-HIT-IDX = 0
               MOVE SPACES TO LOG-TEXT
               STRING "ENTITY-OF: " DELIMITED BY SIZE
                      ENTQ-CODE DELIMITED BY SPACE
                      " ASSIGNED TO UNDEFINED ENTITY " DELIMITED BY SIZE
                      AS-ENTITY(AS-HIT-IDX) DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               GOBACK
           END-IF

           MOVE AS-ENTITY(AS-HIT-IDX) TO ENTQ-ENTITY
           IF ET-HIT-IDX > 0
               MOVE ET-NAME(ET-HIT-IDX) TO ENTQ-ENTITY-NAME
           END-IF
           SET ENTQ-WAS-FOUND TO TRUE
           GOBACK.

       1000-LOAD-ENTITIES.
           SET ENTITIES-LOADED TO TRUE
           MOVE "N" TO ENTM-EOF-FLAG
           OPEN INPUT ENTMFILE
           IF NOT ENTM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ENTM-AT-EOF
               READ ENTMFILE
                   AT END
                       SET ENTM-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-TAKE-ENTRY
               END-READ
           END-PERFORM
           CLOSE ENTMFILE
           IF ENTITY-TABLE-FULL
               MOVE "ENTITY-OF: SUMENTITY TABLE FULL - REST IGNORED"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       1100-TAKE-ENTRY.
      * A blank entity code assigns nothing - the entry is skipped,
      * so it cannot stand in as a default.
           IF ENTM-ENTITY = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ENTM-IS-ENTITY
                   IF ENTITY-COUNT < 50
                       ADD 1 TO ENTITY-COUNT
                       MOVE ENTM-ENTITY TO ET-ENTITY(ENTITY-COUNT)
                       MOVE ENTM-NAME   TO ET-NAME(ENTITY-COUNT)
                   ELSE
                       SET ENTITY-TABLE-FULL TO TRUE
                   END-IF
               WHEN ENTM-IS-TABLE
               WHEN ENTM-IS-SHOP
                   IF ENTM-CODE = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF ASSIGN-COUNT < 1000
                       ADD 1 TO ASSIGN-COUNT
                       MOVE ENTM-TYPE   TO AS-TYPE(ASSIGN-COUNT)
                       MOVE ENTM-CODE   TO AS-CODE(ASSIGN-COUNT)
                       MOVE ENTM-ENTITY TO AS-ENTITY(ASSIGN-COUNT)
                   ELSE
                       SET ENTITY-TABLE-FULL TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END PROGRAM ENTITY-OF.
