      * own outcome goes to SUMPUBST (see CBPUBST) and a failure is
      * alerted, so a missed publication is visible that morning.
      *
      * With PUBDATE (YYYY-MM-DD) in the environment the date is
      * re-published from the master instead of from SUMOUT: every
      * row for the date is deleted and the date's SUMOFFM records
      * inserted again - how RUN-REV takes a backed-out run's row
      * back off head office's table without touching the other
      * tables official that day.
      *
      * RC 0 = published, 4 = nothing to publish, 8 = every host
      * refused or the insert failed.
      *****************************************************************
           SELECT OPTIONAL PUBSTFILE ASSIGN TO "SUMPUBST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PUBST-FILE-STATUS.
           SELECT OPTIONAL OFFMAST ASSIGN TO "SUMOFFM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OFFM-KEY
               FILE STATUS IS OFFM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUBSTFILE.
           COPY CBPUBST.

       FD  OFFMAST.
           COPY CBOFFM.

       WORKING-STORAGE SECTION.

      * Standard DB2 communication area.
       01  PARM-FILE-STATUS  PIC XX.
           88 PARM-FILE-OK       VALUE "00".
       01  PUBST-FILE-STATUS PIC XX.
       01  OFFM-FILE-STATUS  PIC XX.
           88 OFFM-FILE-OK       VALUE "00" "05".
       01  OFFM-EOF-FLAG     PIC X.
           88 OFFM-AT-EOF        VALUE "Y".
       01  REPUB-DATE        PIC X(10).
       01  OUT-EOF-FLAG      PIC X.
           88 OUT-AT-EOF         VALUE "Y".
       01  STAT-EOF-FLAG     PIC X.

       0000-MAIN-LOGIC.
           PERFORM 1000-READ-CONNECTION-SETTINGS
           ACCEPT REPUB-DATE FROM ENVIRONMENT "PUBDATE"
           IF REPUB-DATE NOT = SPACES
               PERFORM 4000-REPUBLISH-DATE
               GOBACK
           END-IF
           PERFORM 1100-READ-LAST-OUTCOME

           OPEN INPUT SUMOUT
               ADD 1 TO PUBLISHED-COUNT
           END-IF.

       4000-REPUBLISH-DATE.
      * The date as the master now stands. A date the master no
      * longer holds at all still has its rows deleted - that is
      * the point when the only table official that day was backed
      * out.
           MOVE REPUB-DATE TO HV-RUN-DATE
           OPEN INPUT OFFMAST
           IF NOT OFFM-FILE-OK
               MOVE "PUBLISH: SUMOFFM UNUSABLE - DATE NOT RE-PUBLISHED"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               PERFORM 5100-RECORD-STATUS-FAIL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2000-CONNECT-WITH-FAILOVER
           IF NOT DB2-IS-CONNECTED
               CLOSE OFFMAST
               PERFORM 5100-RECORD-STATUS-FAIL
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DELETE FROM SUMOFFICIAL
                WHERE RUN_DATE = :HV-RUN-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 2200-LOG-SQL-ERROR
               SET PUBLISH-FAILED TO TRUE
           END-IF

           MOVE "N" TO OFFM-EOF-FLAG
           PERFORM UNTIL OFFM-AT-EOF OR PUBLISH-FAILED
               READ OFFMAST NEXT RECORD
                   AT END
                       SET OFFM-AT-EOF TO TRUE
                   NOT AT END
                       IF OFFM-RUN-DATE = REPUB-DATE
                           PERFORM 4100-REPUBLISH-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFMAST

           IF PUBLISH-FAILED
               EXEC SQL
                   ROLLBACK
               END-EXEC
               PERFORM 5100-RECORD-STATUS-FAIL
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM 5300-RECORD-STATUS-REPUB
               MOVE 0 TO RETURN-CODE
           END-IF

           EXEC SQL
               CONNECT RESET
           END-EXEC.

       4100-REPUBLISH-ONE-RECORD.
      * Only an OK run ever reached the master.
           MOVE OFFM-TABLE-NAME TO HV-TABLE-NAME
           MOVE OFFM-TOTAL      TO HV-TOTAL
           MOVE OFFM-ROW-COUNT  TO HV-ROW-COUNT
           MOVE "OK"            TO HV-OUTCOME
           EXEC SQL
               INSERT INTO SUMOFFICIAL
                      (RUN_DATE, TABLE_NAME, TOTAL_AMOUNT,
                       ROW_COUNT, OUTCOME_CODE)
               VALUES (:HV-RUN-DATE, :HV-TABLE-NAME, :HV-TOTAL,
                       :HV-ROW-COUNT, :HV-OUTCOME)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 2200-LOG-SQL-ERROR
               SET PUBLISH-FAILED TO TRUE
           ELSE
               ADD 1 TO PUBLISHED-COUNT
           END-IF.

       5000-RECORD-STATUS-NOOUT.
           MOVE "NOOUT" TO PUB-STATUS-WORK
           PERFORM 5900-WRITE-STATUS-RECORD.
               TO LOG-TEXT
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       5300-RECORD-STATUS-REPUB.
           MOVE "REPUB" TO PUB-STATUS-WORK
           PERFORM 5900-WRITE-STATUS-RECORD
           MOVE SPACES TO LOG-TEXT
           STRING "PUBLISH: " DELIMITED BY SIZE
                  REPUB-DATE  DELIMITED BY SIZE
                  " RE-PUBLISHED FROM THE MASTER" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       5900-WRITE-STATUS-RECORD.
           OPEN EXTEND PUBSTFILE
           MOVE SPACES TO PUBST-RECORD
