       1000-PICK-SNAPSHOT.
      * Last catalog entry for the date wins - the catalog is
      * appended in run order, so that is the date's most recent
      * snapshot. DB-MAINT's own pre-compaction copies (outcome
      * DBMAINT) may be of any source database and are never a
      * run's rollback point.
           MOVE "N" TO ARCAT-EOF-FLAG
           OPEN INPUT ARCATFILE
           IF NOT ARCAT-FILE-OK
                   AT END
                       SET ARCAT-AT-EOF TO TRUE
                   NOT AT END
                       IF ARC-BUSINESS-DATE = WANT-DATE AND
                          ARC-OUTCOME NOT = "DBMAINT"
                           MOVE ARC-SNAP-NAME TO CHOSEN-SNAP
                           MOVE ARC-RUN-STAMP TO CHOSEN-STAMP
                           MOVE ARC-OUTCOME   TO CHOSEN-OUTCOME
