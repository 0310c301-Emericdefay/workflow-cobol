           SELECT OPTIONAL GARBFILE ASSIGN TO DYNAMIC GARB-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GARB-FILE-STATUS.
      * The SCHDRIFT scenario records the table's "previous" layout
      * here for the scan's schema-drift pre-flight to compare with.
           SELECT OPTIONAL SCHEMFILE ASSIGN TO "SUMSCHEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCHEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GARBFILE.
       01  GARB-LINE             PIC X(80).

       FD  SCHEMFILE.
           COPY CBSCHEM.

       WORKING-STORAGE SECTION.
       01 SCEN-FILE-STATUS    PIC XX.
           88 SCEN-FILE-OK        VALUE "00".
       01 GARB-FILE-NAME      PIC X(64).
       01 GARB-FILE-STATUS    PIC XX.
       01 GARB-IDX            PIC 99 COMP-5.
       01 SCHEM-FILE-STATUS   PIC XX.
      * The outcome code the emitted case asserts - spaces for the
      * plain data scenarios, which keep the sum-only case shape.
       01 CASE-OUTCOME-WORK   PIC X(8) VALUE SPACES.

           CALL "sqlite3_close" USING BY VALUE DB END-CALL

           IF SCEN-SCENARIO-TYPE = "SCHDRIFT" AND NOT BUILD-FAILED
               PERFORM 1900-PLANT-PRIOR-LAYOUT
           END-IF

           IF BUILD-FAILED
               SET SOMETHING-FAILED TO TRUE
               MOVE "GENERATOR: SCENARIO BUILD FAILED" TO LOG-TEXT
           ADD 1 TO SCEN-BUILT-COUNT
           PERFORM 4000-EMIT-CASE-RECORD.

       1900-PLANT-PRIOR-LAYOUT.
      * The layout "recorded" before an upstream rename: the same
      * table with its category column called CATEGORY_CODE. The
      * category role sits on position 2 unmapped, so the scan must
      * refuse before binding it.
           OPEN EXTEND SCHEMFILE
           MOVE SPACES TO SCHEM-RECORD
           MOVE SCEN-TABLE-NAME TO SCHM-TABLE-NAME
           MOVE FUNCTION CURRENT-DATE (1:16) TO SCHM-RECORDED-TS
           MOVE 1               TO SCHM-COL-SEQ
           MOVE "VALUE"         TO SCHM-COL-NAME
           MOVE "TEXT"          TO SCHM-COL-TYPE
           WRITE SCHEM-RECORD
           MOVE 2               TO SCHM-COL-SEQ
           MOVE "CATEGORY_CODE" TO SCHM-COL-NAME
           WRITE SCHEM-RECORD
           CLOSE SCHEMFILE
           MOVE "SCHDRIFT" TO CASE-OUTCOME-WORK.

       2000-EXEC-ONE-STATEMENT.
           INSPECT SQLTEXT REPLACING TRAILING SPACE BY LOW-VALUE
           SET NULL-CALLBACK TO NULL
