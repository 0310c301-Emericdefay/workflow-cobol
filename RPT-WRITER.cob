                   PERFORM 2000-WRITE-DETAIL
               WHEN "TOTAL"
                   PERFORM 2500-WRITE-TOTAL
               WHEN "PAGE "
                   PERFORM 2700-FORCE-PAGE
               WHEN "CLOSE"
                   PERFORM 3000-CLOSE-REPORT
               WHEN OTHER
           WRITE PRINT-LINE FROM RW-LINE
           ADD 1 TO PAGE-LINE-COUNT.

       2700-FORCE-PAGE.
      * A page already empty below its header is not thrown - no
      * blank pages.
           IF NOT REPORT-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           IF PAGE-LINE-COUNT > 0
               PERFORM 1500-START-NEW-PAGE
           END-IF.

       3000-CLOSE-REPORT.
           IF REPORT-IS-OPEN
               CLOSE RPTFILE
