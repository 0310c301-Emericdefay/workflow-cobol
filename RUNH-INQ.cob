      * operator names a from date (and optionally a to date) and
      * sees every recorded run in the range - outcome, table, rows,
      * total, start and end - including every rerun of a date,
      * which SUMSTAT's one-record snapshot never kept. A run backed
      * out by RUN-REV shows REVERSED, with when. Blank date ends
      * the session.
      *****************************************************************

       ENVIRONMENT DIVISION.
                   " " RUNH-TABLE-NAME
           DISPLAY "      TOTAL " TOTAL-SHOWN
                   "  ROWS " ROWS-SHOWN
                   "  " RUNH-START-TS " TO " RUNH-END-TS
           IF RUNH-REVERSED-TS NOT = SPACES
               DISPLAY "      ** REVERSED " RUNH-REVERSED-TS
                       " - RUN " RUNH-RUN-NUMBER " BACKED OUT **"
           END-IF
           IF RUNH-FEED-LATE = "Y"
               DISPLAY "      FEED LATE - ARRIVED " RUNH-FEED-ARRIVED-TS
           END-IF.

       END PROGRAM RUNH-INQ.
