      *****************************************************************
      * CLOSE-DRV - the month-end close driver. Works the close
      * checklist (SUMCLCHK, see CBCLCHK) for the month named by
      * CLOSEMON in the environment (YYYY-MM, or YYYYPnn for a
      * fiscal period on SUMFPER; default the period today falls
      * in, per PERIOD-OF). A fiscal period is closed exactly as a
      * month is, over its own start and end dates.
      * First run for a month seeds the standard steps;
      * every run then verifies the next pending step in order:
      *   01 FINALSCAN  the last SUMSTAT record for the month ended
      *                 OK
      * report (CLOSERPT) printed for the audit file.
      *
      * RC 0 = month closed this pass (or already complete),
      * 4 = steps still pending, 8 = a verification failed or
      * CLOSEMON names no period.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WANT-MONTH         PIC X(7).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 CLOSE-ACK-SWITCH   PIC X.
       01 WANT-START-DATE    PIC X(10).
       01 WANT-END-DATE      PIC X(10).
           COPY CBPERQ.

      * The checklist for the month, held in storage and rewritten
      * wholesale each pass, the maintenance-screen discipline.
           ACCEPT WANT-MONTH FROM ENVIRONMENT "CLOSEMON"
           IF WANT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WORK
               SET PERQ-BY-DATE TO TRUE
               MOVE SPACES TO PERQ-DATE
               STRING CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
                   INTO PERQ-DATE
               END-STRING
           ELSE
               SET PERQ-BY-PERIOD TO TRUE
               MOVE WANT-MONTH TO PERQ-PERIOD-ID
           END-IF
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           IF NOT PERQ-WAS-FOUND
               STRING "CLOSE: NO SUCH PERIOD " DELIMITED BY SIZE
                      WANT-MONTH               DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PERQ-PERIOD-ID  TO WANT-MONTH
           MOVE PERQ-START-DATE TO WANT-START-DATE
           MOVE PERQ-END-DATE   TO WANT-END-DATE
           ACCEPT CLOSE-ACK-SWITCH FROM ENVIRONMENT "CLOSEACK"

           PERFORM 1000-LOAD-OR-SEED-CHECKLIST
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF GREG-RUN-DATE NOT < WANT-START-DATE AND
                          GREG-RUN-DATE NOT > WANT-END-DATE
                           SET ITEM-FOUND TO TRUE
                       END-IF
               END-READ
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF ARC-BUSINESS-DATE NOT < WANT-START-DATE AND
                          ARC-BUSINESS-DATE NOT > WANT-END-DATE AND
                          ARC-OUTCOME NOT = "DBMAINT"
                           SET ITEM-FOUND TO TRUE
                       END-IF
               END-READ
           MOVE "OPEN"     TO RW-ACTION
           MOVE "CLOSERPT" TO RW-FILE-NAME
           MOVE SPACES TO RW-TITLE
           IF PERQ-IS-FISCAL
               STRING "PERIOD-END CLOSE REPORT " DELIMITED BY SIZE
                      WANT-MONTH                 DELIMITED BY SIZE
                   INTO RW-TITLE
               END-STRING
           ELSE
               STRING "MONTH-END CLOSE REPORT " DELIMITED BY SIZE
                      WANT-MONTH                DELIMITED BY SIZE
                   INTO RW-TITLE
               END-STRING
           END-IF
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
