       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSEQ-NEXT.

      *****************************************************************
      * GLSEQ-NEXT - the next journal batch number in a number
      * series (see CBGLSQQ). SUMGLSEQ (see CBGLSEQ) holds one
      * record per series - one per legal entity for the nightly
      * posting, a blank-entity record for the shared series - so
      * the file is read whole, the caller's series taken and moved
      * on by one, and the whole file written back. Every batch
      * cutter comes through here: a cutter rewriting the file with
      * its own single record would wipe every other series.
      * A series with no record (and a file that is absent
      * altogether) starts at 1, the same opt-in shape every control
      * file here has.
      * When the file cannot be kept whole - a new series with the
      * table full, or more series on the file than the table holds
      * - no number is issued (zero back) and the file is not
      * rewritten: a number handed out twice, or a series dropped
      * from the file, is worse than a batch not cut tonight.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLSEQFILE ASSIGN TO "SUMGLSEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLSEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLSEQFILE.
           COPY CBGLSEQ.

       WORKING-STORAGE SECTION.
       01 GLSEQ-FILE-STATUS  PIC XX.
           88 GLSEQ-FILE-OK      VALUE "00" "05".
       01 GLSEQ-EOF-FLAG     PIC X.
           88 GLSEQ-AT-EOF       VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 SERIES-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01 SERIES-TABLE.
           05 SR-ENTRY OCCURS 100 TIMES.
               10 SR-ENTITY      PIC X(6).
               10 SR-NEXT-BATCH  PIC 9(6).
       01 SR-IDX             PIC 9(3) COMP-5.
       01 SR-HIT-IDX         PIC 9(3) COMP-5.
       01 SERIES-DROPPED-FLAG PIC X.
           88 SERIES-WERE-DROPPED VALUE "Y".

       LINKAGE SECTION.
           COPY CBGLSQQ.

       PROCEDURE DIVISION USING BY REFERENCE GLSQ-REQUEST.

       0000-MAIN-LOGIC.
           MOVE 0 TO SERIES-COUNT
           MOVE 0 TO SR-HIT-IDX
           MOVE 0 TO GLSQ-BATCH-NO
           MOVE "N" TO SERIES-DROPPED-FLAG
           MOVE "N" TO GLSEQ-EOF-FLAG
           OPEN INPUT GLSEQFILE
           IF GLSEQ-FILE-OK
               PERFORM UNTIL GLSEQ-AT-EOF
                   READ GLSEQFILE
                       AT END
                           SET GLSEQ-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1000-TAKE-SERIES
                   END-READ
               END-PERFORM
               CLOSE GLSEQFILE
           END-IF
           IF SERIES-WERE-DROPPED
               MOVE SPACES TO LOG-TEXT
               STRING "GLSEQ-NEXT: SUMGLSEQ HOLDS OVER 100 SERIES - "
                          DELIMITED BY SIZE
                      "NO NUMBER FOR " DELIMITED BY SIZE
                      GLSQ-ENTITY DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               PERFORM 9000-REFUSE-NUMBER
               GOBACK
           END-IF

           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX > SERIES-COUNT OR SR-HIT-IDX > 0
               IF SR-ENTITY(SR-IDX) = GLSQ-ENTITY
                   MOVE SR-IDX TO SR-HIT-IDX
               END-IF
           END-PERFORM
           IF SR-HIT-IDX = 0
               IF SERIES-COUNT NOT < 100
      * No room to keep a new series - a number that could not be
      * remembered would be issued again next time.
                   MOVE SPACES TO LOG-TEXT
                   STRING "GLSEQ-NEXT: SUMGLSEQ FULL - NO NUMBER FOR "
                              DELIMITED BY SIZE
                          "NEW SERIES " DELIMITED BY SIZE
                          GLSQ-ENTITY DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   PERFORM 9000-REFUSE-NUMBER
                   GOBACK
               END-IF
               ADD 1 TO SERIES-COUNT
               MOVE SERIES-COUNT TO SR-HIT-IDX
               MOVE GLSQ-ENTITY TO SR-ENTITY(SR-HIT-IDX)
               MOVE 1 TO SR-NEXT-BATCH(SR-HIT-IDX)
           END-IF
           MOVE SR-NEXT-BATCH(SR-HIT-IDX) TO GLSQ-BATCH-NO
           COMPUTE SR-NEXT-BATCH(SR-HIT-IDX) = GLSQ-BATCH-NO + 1

           OPEN OUTPUT GLSEQFILE
           PERFORM VARYING SR-IDX FROM 1 BY 1
                   UNTIL SR-IDX > SERIES-COUNT
               MOVE SPACES TO GLSEQ-RECORD
               MOVE SR-NEXT-BATCH(SR-IDX) TO GLSEQ-NEXT-BATCH
               MOVE SR-ENTITY(SR-IDX)     TO GLSEQ-ENTITY
               WRITE GLSEQ-RECORD
           END-PERFORM
           CLOSE GLSEQFILE
           GOBACK.

       1000-TAKE-SERIES.
      * A record whose number is not a usable number keeps its
      * series at 1 - the old single-record reading, per series.
           IF SERIES-COUNT NOT < 100
               SET SERIES-WERE-DROPPED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SERIES-COUNT
           MOVE GLSEQ-ENTITY TO SR-ENTITY(SERIES-COUNT)
           IF GLSEQ-NEXT-BATCH NUMERIC AND GLSEQ-NEXT-BATCH > 0
               MOVE GLSEQ-NEXT-BATCH TO SR-NEXT-BATCH(SERIES-COUNT)
           ELSE
               MOVE 1 TO SR-NEXT-BATCH(SERIES-COUNT)
           END-IF.

       9000-REFUSE-NUMBER.
           MOVE 0 TO GLSQ-BATCH-NO
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT.

       END PROGRAM GLSEQ-NEXT.
