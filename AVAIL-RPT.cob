      * comes from AVAILMON in the environment (YYYY-MM), defaulting
      * to the current month. Preview and intraday records, and
      * calendar skips, stay out of the availability base - they are
      * not official attempts. Nights whose chain FEED-WAIT started
      * after the latest-start time are listed with the time the
      * upstream feed was seen. Report to AVAILRPT.
      *
      * RC 0 = report produced, 8 = no history on file.
      *****************************************************************
       01 PARETO-HIT         PIC 99 COMP-5.
       01 SWAP-ROW           PIC X(13).

      * Reruns per date - one row per date seen, counting records,
      * with the feed arrival the date's runs were stamped with.
       01 DATE-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01 DATE-TABLE-WS.
           05 DT-ROW OCCURS 40 TIMES.
               10 DT-DATE        PIC X(10).
               10 DT-RUNS        PIC 9(3).
               10 DT-ARRIVED-TS  PIC X(16).
               10 DT-FEED-LATE   PIC X.
       01 WATCHED-COUNT      PIC 9(3) VALUE 0.
       01 LATE-FEED-COUNT    PIC 9(3) VALUE 0.
       01 DATE-IDX           PIC 9(3) COMP-5.
       01 DATE-HIT           PIC 9(3) COMP-5.

               MOVE DATE-COUNT TO DATE-HIT
               MOVE RUNH-RUN-DATE TO DT-DATE(DATE-HIT)
               MOVE ZERO TO DT-RUNS(DATE-HIT)
               MOVE SPACES TO DT-ARRIVED-TS(DATE-HIT)
               MOVE SPACES TO DT-FEED-LATE(DATE-HIT)
           END-IF
           IF DATE-HIT > 0
               ADD 1 TO DT-RUNS(DATE-HIT)
               IF RUNH-FEED-ARRIVED-TS NOT = SPACES
                   MOVE RUNH-FEED-ARRIVED-TS
                       TO DT-ARRIVED-TS(DATE-HIT)
                   MOVE RUNH-FEED-LATE TO DT-FEED-LATE(DATE-HIT)
               END-IF
           END-IF.

       2000-SORT-PARETO.
               END-IF
           END-PERFORM

           PERFORM 3200-PRINT-LATE-FEEDS

           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       3200-PRINT-LATE-FEEDS.
      * Only dates whose runs carry a feed arrival were watched;
      * the rest started some other way and say nothing either way.
           MOVE "LATE-FEED NIGHTS:" TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE
           PERFORM VARYING DATE-IDX FROM 1 BY 1
                   UNTIL DATE-IDX > DATE-COUNT
               IF DT-ARRIVED-TS(DATE-IDX) NOT = SPACES
                   ADD 1 TO WATCHED-COUNT
               END-IF
               IF DT-FEED-LATE(DATE-IDX) = "Y"
                   ADD 1 TO LATE-FEED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                          DT-DATE(DATE-IDX) DELIMITED BY SIZE
                          "  FEED ARRIVED " DELIMITED BY SIZE
                          DT-ARRIVED-TS(DATE-IDX)(1:4)
                              DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          DT-ARRIVED-TS(DATE-IDX)(5:2)
                              DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          DT-ARRIVED-TS(DATE-IDX)(7:2)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DT-ARRIVED-TS(DATE-IDX)(9:2)
                              DELIMITED BY SIZE
                          ":" DELIMITED BY SIZE
                          DT-ARRIVED-TS(DATE-IDX)(11:2)
                              DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 3100-WRITE-RPT-LINE
               END-IF
           END-PERFORM
           MOVE WATCHED-COUNT TO COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "NIGHTS WATCHED FOR THE FEED: " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE
           MOVE LATE-FEED-COUNT TO COUNT-EDITED
           MOVE SPACES TO RPT-LINE
           STRING "NIGHTS THE FEED WAS LATE:    " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 3100-WRITE-RPT-LINE.

       END PROGRAM AVAIL-RPT.
