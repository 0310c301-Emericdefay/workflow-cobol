      *****************************************************************
      * CORR-GEN - generates the outbound correction requests from
      * the night's quarantine and violation records (see CBCORRQ).
      * One request per SUMQUAR row still at status Q, per SUMVIOL
      * record and per outlier exception a reviewer confirmed as an
      * error and sent for correction on EXCP-REV (SUMEXDSP, see
      * CBEXDSP), addressed to the owning feed (CORRFEED in
      * the environment, default POSFEED), appended to SUMCORRQ.
      * A key already carried as an open request for the same date
      * is not asked about twice - the full key, so two long keys
      * sharing their first nine characters are two requests. This
      * is the outbound half of the loop QUAR-REPROC finishes;
      * CORR-MATCH works the answers.
      *
      * Each sent exception is marked on SUMEXDSP with the request
      * it went out as, so it is asked about once.
      *
      * RC 0 = requests generated (or nothing to ask), 8 = queue
      * would not extend.
           SELECT OPTIONAL CORRQFILE ASSIGN TO "SUMCORRQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CORRQ-FILE-STATUS.
           SELECT EXDSPFILE ASSIGN TO "SUMEXDSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXDSP-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
       FD  CORRQFILE.
           COPY CBCORRQ.

       FD  EXDSPFILE.
           COPY CBEXDSP.

       FD  BDATEFILE.
           COPY CBBDATE.

       01 VIOL-FILE-STATUS   PIC XX.
           88 VIOL-FILE-OK       VALUE "00".
       01 CORRQ-FILE-STATUS  PIC XX.
       01 EXDSP-FILE-STATUS  PIC XX.
           88 EXDSP-FILE-OK      VALUE "00".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 EOF-FLAG           PIC X.
       01 OPEN-TABLE-WS.
           05 OPN-ENTRY OCCURS 500 TIMES.
               10 OPN-SOURCE     PIC X(4).
               10 OPN-KEY        PIC X(16).
               10 OPN-DATE       PIC X(10).
               10 OPN-REQUEST-ID PIC 9(6).
       01 OPN-IDX            PIC 9(4) COMP-5.
       01 DUP-FLAG           PIC X.
           88 ALREADY-REQUESTED  VALUE "Y".
       01 NEW-SOURCE         PIC X(4).
       01 NEW-KEY            PIC X(16).
       01 NEW-VALUE          PIC X(20).
       01 NEW-RULE           PIC X(8).
       01 NEW-DATE           PIC X(10).
      * The request the last call of 5000 raised - or, for a key and
      * date already asked about, the one already open.
       01 NEW-REQUEST-ID     PIC 9(6).
       01 VALUE-EDITED       PIC -(9)9.99.

      * The disposition register in storage, rewritten wholesale
      * when any exception is sent - entry width is the CBEXDSP
      * record length, grows in step with it.
       01 EXDSP-COUNT        PIC 9(4) COMP-5 VALUE 0.
       01 EXDSP-TABLE-WS.
           05 EXDSP-ENTRY OCCURS 2000 TIMES PIC X(167).
       01 EXDSP-IDX          PIC 9(4) COMP-5.
       01 EXDSP-FULL-FLAG    PIC X VALUE "N".
           88 EXDSP-OVERFLOWED   VALUE "Y".
       01 EXDSP-TOUCHED-FLAG PIC X VALUE "N".
           88 EXDSP-TOUCHED      VALUE "Y".

       PROCEDURE DIVISION.

           PERFORM 2000-LOAD-OPEN-REQUESTS
           PERFORM 3000-ASK-ABOUT-QUARANTINE
           PERFORM 4000-ASK-ABOUT-VIOLATIONS
           PERFORM 4500-ASK-ABOUT-OUTLIERS

           MOVE GENERATED-COUNT TO GEN-EDITED
           STRING "CORRECTIONS: " DELIMITED BY SIZE
                       IF CRQ-IS-OPEN AND OPEN-COUNT < 500
                           ADD 1 TO OPEN-COUNT
                           MOVE CRQ-SOURCE TO OPN-SOURCE(OPEN-COUNT)
                           IF CRQ-LONG-KEY NOT = SPACES
                               MOVE CRQ-LONG-KEY
                                   TO OPN-KEY(OPEN-COUNT)
                           ELSE
                               MOVE CRQ-KEY TO OPN-KEY(OPEN-COUNT)
                           END-IF
                           MOVE CRQ-RUN-DATE
                               TO OPN-DATE(OPEN-COUNT)
                           MOVE CRQ-REQUEST-ID
                               TO OPN-REQUEST-ID(OPEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                   NOT AT END
                       IF QUAR-STATUS = "Q"
                           MOVE "QUAR" TO NEW-SOURCE
                           IF QUAR-LONG-KEY NOT = SPACES
                               MOVE QUAR-LONG-KEY TO NEW-KEY
                           ELSE
                               MOVE QUAR-KEY TO NEW-KEY
                           END-IF
                           MOVE QUAR-VALUE TO NEW-VALUE
                           MOVE QUAR-REASON TO NEW-RULE
                           MOVE QUAR-RUN-DATE TO NEW-DATE
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE "VIOL" TO NEW-SOURCE
                       IF VIOL-LONG-KEY NOT = SPACES
                           MOVE VIOL-LONG-KEY TO NEW-KEY
                       ELSE
                           MOVE VIOL-KEY TO NEW-KEY
                       END-IF
                       MOVE VIOL-VALUE TO NEW-VALUE
                       MOVE VIOL-RULE-TYPE TO NEW-RULE
                       MOVE BUSINESS-DATE TO NEW-DATE
           END-PERFORM
           CLOSE VIOLFILE.

       4500-ASK-ABOUT-OUTLIERS.
      * Confirmed errors the reviewer sent for correction. The
      * register is held whole so the sent marks can be written
      * back; one too large to hold is left for the next run rather
      * than rewritten short.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT EXDSPFILE
           IF NOT EXDSP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ EXDSPFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF EXDSP-COUNT < 2000
                           ADD 1 TO EXDSP-COUNT
                           MOVE EXDSP-RECORD
                               TO EXDSP-ENTRY(EXDSP-COUNT)
                       ELSE
                           SET EXDSP-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXDSPFILE
           IF EXDSP-OVERFLOWED
               MOVE "CORRECTIONS: SUMEXDSP OVER 2000, OUTLIERS HELD"
                   TO LOG-TEXT
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EXDSP-IDX FROM 1 BY 1
                   UNTIL EXDSP-IDX > EXDSP-COUNT
               MOVE EXDSP-ENTRY(EXDSP-IDX) TO EXDSP-RECORD
               IF EXD-IS-ERROR AND EXD-CORR-PENDING
                   MOVE "EXCP" TO NEW-SOURCE
                   IF EXD-LONG-KEY NOT = SPACES
                       MOVE EXD-LONG-KEY TO NEW-KEY
                   ELSE
                       MOVE EXD-KEY TO NEW-KEY
                   END-IF
                   MOVE EXD-VALUE TO VALUE-EDITED
                   MOVE FUNCTION TRIM(VALUE-EDITED) TO NEW-VALUE
                   MOVE "OUTLIER" TO NEW-RULE
                   MOVE EXD-RUN-DATE TO NEW-DATE
                   IF NEW-DATE = SPACES
                       MOVE BUSINESS-DATE TO NEW-DATE
                   END-IF
                   PERFORM 5000-GENERATE-ONE-REQUEST
                   SET EXD-CORR-SENT TO TRUE
                   MOVE NEW-REQUEST-ID TO EXD-CORR-REQUEST-ID
                   MOVE EXDSP-RECORD TO EXDSP-ENTRY(EXDSP-IDX)
                   SET EXDSP-TOUCHED TO TRUE
               END-IF
           END-PERFORM
           IF EXDSP-TOUCHED
               OPEN OUTPUT EXDSPFILE
               PERFORM VARYING EXDSP-IDX FROM 1 BY 1
                       UNTIL EXDSP-IDX > EXDSP-COUNT
                   MOVE EXDSP-ENTRY(EXDSP-IDX) TO EXDSP-RECORD
                   WRITE EXDSP-RECORD
               END-PERFORM
               CLOSE EXDSPFILE
           END-IF.

       5000-GENERATE-ONE-REQUEST.
           MOVE "N" TO DUP-FLAG
           PERFORM VARYING OPN-IDX FROM 1 BY 1
                  OPN-KEY(OPN-IDX) = NEW-KEY AND
                  OPN-DATE(OPN-IDX) = NEW-DATE
                   SET ALREADY-REQUESTED TO TRUE
                   MOVE OPN-REQUEST-ID(OPN-IDX) TO NEW-REQUEST-ID
               END-IF
           END-PERFORM
           IF ALREADY-REQUESTED
           OPEN EXTEND CORRQFILE
           MOVE SPACES TO CORRQ-RECORD
           MOVE NEXT-REQUEST-ID TO CRQ-REQUEST-ID
           MOVE NEXT-REQUEST-ID TO NEW-REQUEST-ID
           MOVE FEED-NAME       TO CRQ-FEED
           MOVE NEW-SOURCE      TO CRQ-SOURCE
           MOVE NEW-KEY         TO CRQ-KEY
           MOVE NEW-KEY         TO CRQ-LONG-KEY
           MOVE NEW-VALUE       TO CRQ-VALUE
           MOVE NEW-RULE        TO CRQ-RULE
           MOVE NEW-DATE        TO CRQ-RUN-DATE
               MOVE NEW-SOURCE TO OPN-SOURCE(OPEN-COUNT)
               MOVE NEW-KEY    TO OPN-KEY(OPEN-COUNT)
               MOVE NEW-DATE   TO OPN-DATE(OPEN-COUNT)
               MOVE NEW-REQUEST-ID TO OPN-REQUEST-ID(OPEN-COUNT)
           END-IF.

       END PROGRAM CORR-GEN.
