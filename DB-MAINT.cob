       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB-MAINT.

      *****************************************************************
      * DB-MAINT - quiet-window maintenance of the sqlite source
      * databases. They only ever grow and fragment; the scan slowed
      * month on month until someone ran VACUUM by hand, and the
      * planner statistics were never refreshed at all. Run on a
      * schedule (a SUMSCHED job naming program DB-MAINT), this takes
      * each database the system scans - the SUMPARM database (or
      * test.db) and every database on SUMDBLIST, each once however
      * many tables it is listed for - and in turn:
      *   - runs the integrity check; a database that does not answer
      *     ok is DAMAGED, alerted and left exactly as it is
      *   - refreshes the planner statistics (ANALYZE)
      *   - compacts it (VACUUM) - but only when the archive catalog
      *     SUMARCAT holds a snapshot of that database taken that
      *     day (its run stamp dated today) whose file is still on
      *     disk with the byte count and cksum CRC it was cataloged
      *     with. The nightly run catalogs one of the SUMPARM
      *     database only; any database without one - every
      *     SUMDBLIST database - is copied here to ARCHIVE_DIR
      *     (env, default archive) under the same name pattern,
      *     compared byte for byte, cksummed and cataloged with
      *     outcome DBMAINT. VACUUM rewrites the whole file; when
      *     no proven copy can be had it is refused and the
      *     database is recorded NOSNAP
      * Size on disk before and after, elapsed seconds and outcome
      * per database are appended to SUMDBMH (see CBDBMH) and listed
      * on DBMRPT.
      *
      * The run takes the single-runner lock SUMLOCK (see CBLOCK)
      * first, as TEST-SUM does, so maintenance and a scan can never
      * overlap; a lock held by a live runner refuses the whole run
      * and touches nothing. A lock older than the stale window is
      * taken over, as TEST-SUM takes one over. Job id from env
      * JOBID, default DBMAINT.
      *
      * RC 0 = every database checked, analyzed and compacted;
      * 4 = one or more not compacted for want of a verified
      * snapshot; 8 = lock held, or a database damaged, missing or
      * failed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKFILE ASSIGN TO "SUMLOCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT PARMFILE ASSIGN TO "SUMPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT DBLISTFILE ASSIGN TO "SUMDBLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBLIST-FILE-STATUS.
           SELECT OPTIONAL ARCATFILE ASSIGN TO "SUMARCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCAT-FILE-STATUS.
           SELECT CKSFILE ASSIGN TO "SUMDBMCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CKS-FILE-STATUS.
           SELECT OPTIONAL DBMHFILE ASSIGN TO "SUMDBMH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DBMH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKFILE.
           COPY CBLOCK.

       FD  PARMFILE.
           COPY CBPARM.

       FD  BDATEFILE.
           COPY CBBDATE.

       FD  DBLISTFILE.
           COPY CBDBLIST.

       FD  ARCATFILE.
           COPY CBARCAT.

       FD  CKSFILE.
       01  CKS-LINE              PIC X(200).

       FD  DBMHFILE.
           COPY CBDBMH.

       WORKING-STORAGE SECTION.
       01 LOCK-FILE-STATUS   PIC XX.
           88 LOCK-FILE-OK       VALUE "00".
       01 PARM-FILE-STATUS   PIC XX.
           88 PARM-FILE-OK       VALUE "00".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 DBLIST-FILE-STATUS PIC XX.
           88 DBLIST-FILE-OK     VALUE "00".
       01 ARCAT-FILE-STATUS  PIC XX.
           88 ARCAT-FILE-OK      VALUE "00" "05".
       01 CKS-FILE-STATUS    PIC XX.
           88 CKS-FILE-OK        VALUE "00".
       01 DBMH-FILE-STATUS   PIC XX.
           88 DBMH-FILE-OK       VALUE "00" "05".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 BUSINESS-DATE      PIC X(10).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 RUN-TIMESTAMP      PIC X(16).
      * The calendar day of this run - a snapshot clears compaction
      * only when its run stamp carries it.
       01 TODAY-DIGITS       PIC X(8).

      * Single-runner lock, judged as TEST-SUM judges it.
       01 LOCK-ACQUIRED-FLAG PIC X VALUE "N".
           88 LOCK-ACQUIRED      VALUE "Y".
       01 LOCK-REFUSED-FLAG  PIC X VALUE "N".
           88 LOCK-REFUSED       VALUE "Y".
       01 LOCK-JOB-ID-WORK   PIC X(8).
       01 LOCK-DATE-DIGITS   PIC 9(8).
       01 LOCK-TS-HOURS      PIC S9(9) COMP-3.
       01 NOW-TS-HOURS       PIC S9(9) COMP-3.
       01 STALE-LOCK-HOURS   PIC 99 VALUE 4.

      * The databases to maintain, each once.
       01 DBNAME             PIC X(64) VALUE "test.db".
       01 DB-COUNT           PIC 99 COMP-5 VALUE 0.
       01 DB-TABLE-WS.
           05 DB-ENTRY OCCURS 50 TIMES PIC X(64).
       01 DB-IDX             PIC 99 COMP-5.
       01 DB-SEEK-IDX        PIC 99 COMP-5.
       01 DB-FOUND-FLAG      PIC X.
           88 DB-ALREADY-LISTED  VALUE "Y".
       01 DB-DROPPED-COUNT   PIC 9(5) VALUE 0.

      * The database in hand.
       01 CUR-DBNAME         PIC X(64).
       01 CUR-DBNAME-Z       PIC X(65).
       01 CUR-NAME-LEN       PIC 99 COMP-5.
       01 CUR-OUTCOME        PIC X(8).
       01 CUR-INTEGRITY      PIC X(8).
       01 CUR-ANALYZED       PIC X.
       01 CUR-COMPACTED      PIC X.
       01 CUR-REASON         PIC X(40).
       01 CUR-SNAP-NAME      PIC X(64).
       01 CUR-BYTES-BEFORE   PIC 9(12).
       01 CUR-BYTES-AFTER    PIC 9(12).
       01 CUR-START-SECS     PIC 9(5).
       01 CUR-ELAPSED-SECS   PIC S9(7).

       01 DB                 POINTER.
       01 ERR                POINTER.
       01 RC                 PIC 9 COMP-5.
       01 EXEC-RC            PIC 9 COMP-5.
       01 NULL-CALLBACK      PROCEDURE-POINTER.
       01 NULL-PARG          POINTER.
       01 SQLTEXT            PIC X(60).
       01 INTEG-ANSWER       PIC X(20).
       01 INTEG-CALLBACK     PROCEDURE-POINTER.

      * Snapshot matching - the catalog names a snapshot
      * ARCHIVE_DIR/<database>.<run stamp>.bak, so the database name
      * ends twenty characters before the end of the snapshot's.
       01 SNAP-FOUND-FLAG    PIC X.
           88 SNAP-VERIFIED      VALUE "Y".
       01 SNAP-NAME-LEN      PIC 99 COMP-5.
       01 SNAP-DB-END        PIC S99 COMP-5.
       01 SNAP-DB-START      PIC S99 COMP-5.
       01 SNAP-MATCH-FLAG    PIC X.
           88 SNAP-IS-THIS-DB    VALUE "Y".
       01 SNAP-CRC           PIC 9(12).
       01 SNAP-SUFFIX        PIC X(20).

       01 CKS-CRC-TEXT       PIC X(20).
       01 CKS-BYTES-TEXT     PIC X(20).
       01 CKS-FILE-NAME      PIC X(64).
       01 CKS-CRC            PIC 9(12).
       01 CKS-BYTES          PIC 9(12).
       01 CKS-TAKEN-FLAG     PIC X.
           88 CKS-TAKEN          VALUE "Y".

      * A snapshot taken here, for a database with none cataloged
      * today - ARCHIVE_DIR/<database>.<YYYYMMDD_HHMMSS>.bak.
       01 ARCHIVE-DIR        PIC X(40).
       01 OWN-RUN-STAMP      PIC X(15).
       01 OWN-SNAP-NAME      PIC X(120).
       01 OWN-SNAP-LEN       PIC 999 COMP-5.

       01 SHELL-COMMAND      PIC X(400).
       01 SHELL-RC           PIC S9(4) COMP-5.

       01 DONE-COUNT         PIC 9(5) VALUE 0.
       01 NOSNAP-COUNT       PIC 9(5) VALUE 0.
       01 BAD-COUNT          PIC 9(5) VALUE 0.
       01 TOTAL-BEFORE       PIC 9(14) VALUE 0.
       01 TOTAL-AFTER        PIC 9(14) VALUE 0.
       01 COUNT-EDITED       PIC ZZZZ9.
       01 COUNT-2-EDITED     PIC ZZZZ9.
       01 COUNT-3-EDITED     PIC ZZZZ9.
       01 BYTES-EDITED       PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 BYTES-2-EDITED     PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 TOTAL-EDITED       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 TOTAL-2-EDITED     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 SECS-EDITED        PIC ZZZZ9.

       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:16) TO RUN-TIMESTAMP
           MOVE RUN-TIMESTAMP(1:8) TO TODAY-DIGITS
           MOVE SPACES TO OWN-RUN-STAMP
           STRING RUN-TIMESTAMP(1:8) "_" RUN-TIMESTAMP(9:6)
                  DELIMITED BY SIZE
               INTO OWN-RUN-STAMP
           END-STRING
           ACCEPT ARCHIVE-DIR FROM ENVIRONMENT "ARCHIVE_DIR"
           IF ARCHIVE-DIR = SPACES
               MOVE "archive" TO ARCHIVE-DIR
           END-IF
           PERFORM 1000-SET-BUSINESS-DATE
           PERFORM 1100-ACQUIRE-RUN-LOCK
           IF LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-READ-PARM
           PERFORM 2000-BUILD-DB-LIST
           PERFORM 6000-START-REPORT
           OPEN EXTEND DBMHFILE
           IF NOT DBMH-FILE-OK
               MOVE "DB MAINTENANCE: CANNOT OPEN SUMDBMH - NOT RUN"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE "** NOT RUN - SUMDBMH COULD NOT BE OPENED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 6900-END-REPORT
               PERFORM 1900-RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-MAINTAIN-ONE-DB
               VARYING DB-IDX FROM 1 BY 1
               UNTIL DB-IDX > DB-COUNT
           CLOSE DBMHFILE

           PERFORM 6600-PRINT-TOTALS
           PERFORM 6900-END-REPORT
           PERFORM 1900-RELEASE-RUN-LOCK

           MOVE DONE-COUNT   TO COUNT-EDITED
           MOVE NOSNAP-COUNT TO COUNT-2-EDITED
           MOVE BAD-COUNT    TO COUNT-3-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "DB MAINTENANCE:" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " COMPACTED," DELIMITED BY SIZE
                  COUNT-2-EDITED DELIMITED BY SIZE
                  " NO SNAPSHOT," DELIMITED BY SIZE
                  COUNT-3-EDITED DELIMITED BY SIZE
                  " FAILED" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           EVALUATE TRUE
               WHEN BAD-COUNT > 0
                   MOVE "E" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   MOVE 8 TO RETURN-CODE
               WHEN NOSNAP-COUNT > 0
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-SET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WORK
           MOVE SPACES TO BUSINESS-DATE
           STRING CURRENT-DATE-WORK(1:4) DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  CURRENT-DATE-WORK(5:2) DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  CURRENT-DATE-WORK(7:2) DELIMITED BY SIZE
               INTO BUSINESS-DATE
           END-STRING
           OPEN INPUT BDATEFILE
           IF BDATE-FILE-OK
               READ BDATEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDATE-BUSINESS-DATE NOT = SPACES
                           MOVE BDATE-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BDATEFILE
           END-IF.

       1100-ACQUIRE-RUN-LOCK.
      * The TEST-SUM lock discipline - a HELD lock younger than the
      * stale window refuses this run; an older one is presumed left
      * behind by a crashed run and taken over.
           OPEN INPUT LOCKFILE
           IF LOCK-FILE-OK
               READ LOCKFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-IS-HELD
                           PERFORM 1150-JUDGE-HELD-LOCK
                       END-IF
               END-READ
               CLOSE LOCKFILE
           END-IF
           IF LOCK-REFUSED
               EXIT PARAGRAPH
           END-IF

           ACCEPT LOCK-JOB-ID-WORK FROM ENVIRONMENT "JOBID"
           IF LOCK-JOB-ID-WORK = SPACES
               MOVE "DBMAINT" TO LOCK-JOB-ID-WORK
           END-IF
           OPEN OUTPUT LOCKFILE
           MOVE SPACES TO LOCK-RECORD
           SET LOCK-IS-HELD TO TRUE
           MOVE LOCK-JOB-ID-WORK TO LOCK-JOB-ID
           MOVE RUN-TIMESTAMP    TO LOCK-START-TS
           WRITE LOCK-RECORD
           CLOSE LOCKFILE
           SET LOCK-ACQUIRED TO TRUE.

       1150-JUDGE-HELD-LOCK.
           MOVE LOCK-START-TS(1:8) TO LOCK-DATE-DIGITS
           COMPUTE LOCK-TS-HOURS =
               FUNCTION INTEGER-OF-DATE(LOCK-DATE-DIGITS) * 24 +
               FUNCTION NUMVAL(LOCK-START-TS(9:2))
           MOVE RUN-TIMESTAMP(1:8) TO LOCK-DATE-DIGITS
           COMPUTE NOW-TS-HOURS =
               FUNCTION INTEGER-OF-DATE(LOCK-DATE-DIGITS) * 24 +
               FUNCTION NUMVAL(RUN-TIMESTAMP(9:2))
           MOVE SPACES TO LOG-TEXT
           IF NOW-TS-HOURS - LOCK-TS-HOURS >= STALE-LOCK-HOURS
               STRING "STALE RUN LOCK FROM " DELIMITED BY SIZE
                      LOCK-JOB-ID            DELIMITED BY SPACE
                      " AT "                 DELIMITED BY SIZE
                      LOCK-START-TS          DELIMITED BY SIZE
                      " - TAKING OVER"       DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           ELSE
               STRING "DB MAINTENANCE NOT STARTED - LOCK HELD BY "
                          DELIMITED BY SIZE
                      LOCK-JOB-ID         DELIMITED BY SPACE
                      " SINCE "           DELIMITED BY SIZE
                      LOCK-START-TS       DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               SET LOCK-REFUSED TO TRUE
           END-IF.

       1200-READ-PARM.
      * The database the scan is pointed at.
           OPEN INPUT PARMFILE
           IF PARM-FILE-OK
               READ PARMFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DBNAME NOT = SPACES
                           MOVE PARM-DBNAME TO DBNAME
                       END-IF
               END-READ
               CLOSE PARMFILE
           END-IF.

       1900-RELEASE-RUN-LOCK.
      * Handed back only by the run that took it.
           IF NOT LOCK-ACQUIRED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCKFILE
           MOVE SPACES TO LOCK-RECORD
           SET LOCK-IS-RELEASED TO TRUE
           MOVE LOCK-JOB-ID-WORK TO LOCK-JOB-ID
           MOVE RUN-TIMESTAMP    TO LOCK-START-TS
           WRITE LOCK-RECORD
           CLOSE LOCKFILE
           MOVE "N" TO LOCK-ACQUIRED-FLAG.

       2000-BUILD-DB-LIST.
      * The scan's own database first, then the fan-out list. No
      * SUMDBLIST just means a single-database installation.
           MOVE DBNAME TO CUR-DBNAME
           PERFORM 2100-ADD-DB
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DBLISTFILE
           IF NOT DBLIST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ DBLISTFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF DBLIST-DBNAME NOT = SPACES
                           MOVE DBLIST-DBNAME TO CUR-DBNAME
                           PERFORM 2100-ADD-DB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DBLISTFILE
           IF DB-DROPPED-COUNT > 0
               MOVE DB-DROPPED-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "DB MAINTENANCE: LIST FULL AT 50 - " DELIMITED
                          BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " DATABASE(S) NOT MAINTAINED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       2100-ADD-DB.
           MOVE "N" TO DB-FOUND-FLAG
           PERFORM VARYING DB-SEEK-IDX FROM 1 BY 1
                   UNTIL DB-SEEK-IDX > DB-COUNT
               IF DB-ENTRY(DB-SEEK-IDX) = CUR-DBNAME
                   SET DB-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF DB-ALREADY-LISTED
               EXIT PARAGRAPH
           END-IF
           IF DB-COUNT >= 50
               ADD 1 TO DB-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DB-COUNT
           MOVE CUR-DBNAME TO DB-ENTRY(DB-COUNT).

       3000-MAINTAIN-ONE-DB.
           MOVE DB-ENTRY(DB-IDX) TO CUR-DBNAME
           MOVE CUR-DBNAME TO CUR-DBNAME-Z
           INSPECT CUR-DBNAME-Z REPLACING TRAILING SPACE BY LOW-VALUE
           MOVE 0 TO CUR-NAME-LEN
           INSPECT CUR-DBNAME TALLYING CUR-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO CUR-OUTCOME
           MOVE SPACES TO CUR-INTEGRITY
           MOVE "N"    TO CUR-ANALYZED
           MOVE "N"    TO CUR-COMPACTED
           MOVE SPACES TO CUR-REASON
           MOVE SPACES TO CUR-SNAP-NAME
           MOVE 0      TO CUR-BYTES-BEFORE
           MOVE 0      TO CUR-BYTES-AFTER
           COMPUTE CUR-START-SECS = FUNCTION SECONDS-PAST-MIDNIGHT

      * sqlite3_open would quietly create an empty database under a
      * mistyped name - the file has to be there first.
           MOVE CUR-DBNAME TO CKS-FILE-NAME
           PERFORM 5700-CKSUM-FILE
           IF NOT CKS-TAKEN
               MOVE "MISSING" TO CUR-OUTCOME
               MOVE "NO READABLE DATABASE FILE BY THAT NAME"
                   TO CUR-REASON
               PERFORM 3900-RECORD-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE CKS-BYTES TO CUR-BYTES-BEFORE
           MOVE CKS-BYTES TO CUR-BYTES-AFTER

           SET DB  TO NULL
           SET ERR TO NULL
           CALL "sqlite3_open" USING
               BY REFERENCE CUR-DBNAME-Z
               BY REFERENCE DB
               RETURNING    RC
           END-CALL
           IF RC NOT = ZERO
               MOVE "FAILED" TO CUR-OUTCOME
               MOVE "DATABASE COULD NOT BE OPENED" TO CUR-REASON
               PERFORM 3900-RECORD-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-CHECK-INTEGRITY
           IF CUR-OUTCOME = SPACES
               PERFORM 3200-REFRESH-STATISTICS
           END-IF
           IF CUR-OUTCOME = SPACES
               PERFORM 4000-FIND-SNAPSHOT
               IF NOT SNAP-VERIFIED
                   PERFORM 4500-TAKE-OWN-SNAPSHOT
               END-IF
               IF SNAP-VERIFIED
                   PERFORM 3300-COMPACT
               ELSE
                   MOVE "NOSNAP" TO CUR-OUTCOME
               END-IF
           END-IF
           IF CUR-OUTCOME = SPACES
               MOVE "DONE" TO CUR-OUTCOME
           END-IF
           CALL "sqlite3_close" USING BY VALUE DB END-CALL

           MOVE CUR-DBNAME TO CKS-FILE-NAME
           PERFORM 5700-CKSUM-FILE
           IF CKS-TAKEN
               MOVE CKS-BYTES TO CUR-BYTES-AFTER
           END-IF
           PERFORM 3900-RECORD-RESULT.

       3100-CHECK-INTEGRITY.
      * The first answer row of integrity_check(1) is "ok" on a sound
      * database and the first problem found otherwise.
           MOVE SPACES TO INTEG-ANSWER
           MOVE "PRAGMA integrity_check(1);" TO SQLTEXT
           INSPECT SQLTEXT REPLACING TRAILING SPACE BY LOW-VALUE
           SET INTEG-CALLBACK TO ADDRESS OF ENTRY "INTEG-CB"
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE SQLTEXT
               BY VALUE     INTEG-CALLBACK
               BY REFERENCE INTEG-ANSWER
               BY REFERENCE ERR
               RETURNING EXEC-RC
           END-CALL
           INSPECT INTEG-ANSWER REPLACING ALL LOW-VALUE BY SPACE
           IF EXEC-RC NOT = ZERO
               MOVE "FAILED" TO CUR-OUTCOME
               MOVE "INTEGRITY CHECK COULD NOT RUN" TO CUR-REASON
               EXIT PARAGRAPH
           END-IF
           IF INTEG-ANSWER = "ok"
               MOVE "OK" TO CUR-INTEGRITY
           ELSE
               MOVE "DAMAGED" TO CUR-INTEGRITY
               MOVE "DAMAGED" TO CUR-OUTCOME
               STRING "INTEGRITY: " DELIMITED BY SIZE
                      INTEG-ANSWER DELIMITED BY SIZE
                   INTO CUR-REASON
               END-STRING
           END-IF.

       3200-REFRESH-STATISTICS.
           MOVE "ANALYZE;" TO SQLTEXT
           PERFORM 3500-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "FAILED" TO CUR-OUTCOME
               MOVE "ANALYZE FAILED" TO CUR-REASON
           ELSE
               MOVE "Y" TO CUR-ANALYZED
           END-IF.

       3300-COMPACT.
           MOVE "VACUUM;" TO SQLTEXT
           PERFORM 3500-EXEC-ONE-STATEMENT
           IF EXEC-RC NOT = ZERO
               MOVE "FAILED" TO CUR-OUTCOME
               MOVE "VACUUM FAILED - DATABASE LEFT AS IT WAS"
                   TO CUR-REASON
           ELSE
               MOVE "Y" TO CUR-COMPACTED
           END-IF.

       3500-EXEC-ONE-STATEMENT.
           INSPECT SQLTEXT REPLACING TRAILING SPACE BY LOW-VALUE
           SET NULL-CALLBACK TO NULL
           SET NULL-PARG     TO NULL
           CALL "sqlite3_exec" USING
               BY VALUE     DB
               BY REFERENCE SQLTEXT
               BY VALUE     NULL-CALLBACK
               BY REFERENCE NULL-PARG
               BY REFERENCE ERR
               RETURNING EXEC-RC
           END-CALL.

       3900-RECORD-RESULT.
           COMPUTE CUR-ELAPSED-SECS =
               FUNCTION SECONDS-PAST-MIDNIGHT - CUR-START-SECS
           IF CUR-ELAPSED-SECS < 0
               ADD 86400 TO CUR-ELAPSED-SECS
           END-IF
           MOVE SPACES TO DBMH-RECORD
           MOVE RUN-TIMESTAMP    TO DBM-RUN-TS
           MOVE BUSINESS-DATE    TO DBM-BUSINESS-DATE
           MOVE CUR-DBNAME       TO DBM-DBNAME
           MOVE CUR-OUTCOME      TO DBM-OUTCOME
           MOVE CUR-INTEGRITY    TO DBM-INTEGRITY
           MOVE CUR-ANALYZED     TO DBM-ANALYZED
           MOVE CUR-COMPACTED    TO DBM-COMPACTED
           MOVE CUR-BYTES-BEFORE TO DBM-BYTES-BEFORE
           MOVE CUR-BYTES-AFTER  TO DBM-BYTES-AFTER
           MOVE CUR-ELAPSED-SECS TO DBM-ELAPSED-SECS
           MOVE CUR-SNAP-NAME    TO DBM-SNAP-NAME
           MOVE CUR-REASON       TO DBM-REASON
           WRITE DBMH-RECORD

           ADD CUR-BYTES-BEFORE TO TOTAL-BEFORE
           ADD CUR-BYTES-AFTER  TO TOTAL-AFTER
           PERFORM 6100-PRINT-ONE-DB
           EVALUATE CUR-OUTCOME
               WHEN "DONE"
                   ADD 1 TO DONE-COUNT
               WHEN "NOSNAP"
                   ADD 1 TO NOSNAP-COUNT
                   MOVE SPACES TO LOG-TEXT
                   STRING "DB MAINTENANCE: NOT COMPACTED, NO SNAPSHOT "
                              DELIMITED BY SIZE
                          CUR-DBNAME DELIMITED BY SPACE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "W" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               WHEN OTHER
                   ADD 1 TO BAD-COUNT
                   MOVE SPACES TO LOG-TEXT
                   STRING "DB MAINTENANCE: " DELIMITED BY SIZE
                          CUR-OUTCOME DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          CUR-DBNAME DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          CUR-REASON DELIMITED BY SIZE
                       INTO LOG-TEXT
                   END-STRING
                   MOVE "E" TO LOG-SEV
                   CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
                   CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
           END-EVALUATE.

       4000-FIND-SNAPSHOT.
      * Any snapshot of this database stamped today that still
      * matches its catalog entry byte for byte clears the
      * compaction - the first found is the one recorded.
           MOVE "N" TO SNAP-FOUND-FLAG
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCATFILE
           IF NOT ARCAT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF OR SNAP-VERIFIED
               MOVE SPACES TO ARCAT-RECORD
               READ ARCATFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF ARC-RUN-STAMP(1:8) = TODAY-DIGITS
                           PERFORM 4100-MATCH-SNAP-NAME
                           IF SNAP-IS-THIS-DB
                               PERFORM 4200-VERIFY-SNAPSHOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCATFILE.

       4100-MATCH-SNAP-NAME.
      * <dir>/<database>.<15-character run stamp>.bak - the run
      * stamp and .bak are the last twenty characters.
           MOVE "N" TO SNAP-MATCH-FLAG
           MOVE 0 TO SNAP-NAME-LEN
           INSPECT ARC-SNAP-NAME TALLYING SNAP-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE SNAP-DB-END = SNAP-NAME-LEN - 20
           COMPUTE SNAP-DB-START = SNAP-DB-END - CUR-NAME-LEN + 1
           IF CUR-NAME-LEN = 0 OR SNAP-DB-START < 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SNAP-SUFFIX
           STRING "." ARC-RUN-STAMP ".bak" DELIMITED BY SIZE
               INTO SNAP-SUFFIX
           END-STRING
           IF ARC-SNAP-NAME(SNAP-DB-START:CUR-NAME-LEN) NOT =
                  CUR-DBNAME(1:CUR-NAME-LEN) OR
              ARC-SNAP-NAME(SNAP-DB-END + 1:20) NOT = SNAP-SUFFIX
               EXIT PARAGRAPH
           END-IF
           IF SNAP-DB-START > 1
               IF ARC-SNAP-NAME(SNAP-DB-START - 1:1) NOT = "/"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET SNAP-IS-THIS-DB TO TRUE.

       4200-VERIFY-SNAPSHOT.
      * The CRC is what proves the copy whole; an entry without one
      * cannot clear a compaction.
           IF ARC-CKSUM = SPACES OR
              FUNCTION TEST-NUMVAL(ARC-CKSUM) NOT = 0 OR
              ARC-BYTES IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE SNAP-CRC = FUNCTION NUMVAL(ARC-CKSUM)
           MOVE ARC-SNAP-NAME TO CKS-FILE-NAME
           PERFORM 5700-CKSUM-FILE
           IF CKS-TAKEN AND
              CKS-BYTES = ARC-BYTES AND
              CKS-CRC = SNAP-CRC
               SET SNAP-VERIFIED TO TRUE
               MOVE ARC-SNAP-NAME TO CUR-SNAP-NAME
           END-IF.

       4500-TAKE-OWN-SNAPSHOT.
      * No usable snapshot on the catalog - take one the way the
      * nightly run takes its own: copy, compare byte for byte,
      * cksum, catalog. Anything short of all four leaves the
      * database uncompacted.
           MOVE SPACES TO OWN-SNAP-NAME
           STRING ARCHIVE-DIR   DELIMITED BY SPACE
                  "/"           DELIMITED BY SIZE
                  CUR-DBNAME    DELIMITED BY SPACE
                  "."           DELIMITED BY SIZE
                  OWN-RUN-STAMP DELIMITED BY SIZE
                  ".bak"        DELIMITED BY SIZE
               INTO OWN-SNAP-NAME
           END-STRING
           MOVE 0 TO OWN-SNAP-LEN
           INSPECT OWN-SNAP-NAME TALLYING OWN-SNAP-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF OWN-SNAP-LEN > LENGTH OF ARC-SNAP-NAME
               MOVE "SNAPSHOT NAME TOO LONG FOR THE CATALOG"
                   TO CUR-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SHELL-COMMAND
           STRING "mkdir -p `dirname " DELIMITED BY SIZE
                  OWN-SNAP-NAME DELIMITED BY SPACE
                  "` && cp "    DELIMITED BY SIZE
                  CUR-DBNAME    DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  OWN-SNAP-NAME DELIMITED BY SPACE
                  " && cmp -s " DELIMITED BY SIZE
                  CUR-DBNAME    DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  OWN-SNAP-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO SHELL-COMMAND
           END-STRING
           PERFORM 8000-RUN-SHELL
           IF SHELL-RC NOT = ZERO
               MOVE "SNAPSHOT COULD NOT BE COPIED AND COMPARED"
                   TO CUR-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE OWN-SNAP-NAME TO CKS-FILE-NAME
           PERFORM 5700-CKSUM-FILE
           IF NOT CKS-TAKEN
               MOVE "SNAPSHOT COULD NOT BE CKSUMMED"
                   TO CUR-REASON
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCATFILE
           IF NOT ARCAT-FILE-OK
               MOVE "SNAPSHOT COULD NOT BE CATALOGED"
                   TO CUR-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ARCAT-RECORD
           MOVE BUSINESS-DATE TO ARC-BUSINESS-DATE
           MOVE OWN-RUN-STAMP TO ARC-RUN-STAMP
           MOVE OWN-SNAP-NAME TO ARC-SNAP-NAME
           MOVE "DBMAINT"     TO ARC-OUTCOME
           MOVE CKS-BYTES     TO ARC-BYTES
           MOVE CKS-CRC-TEXT  TO ARC-CKSUM
           WRITE ARCAT-RECORD
           IF NOT ARCAT-FILE-OK
               CLOSE ARCATFILE
               MOVE "SNAPSHOT COULD NOT BE CATALOGED"
                   TO CUR-REASON
               EXIT PARAGRAPH
           END-IF
           CLOSE ARCATFILE
           SET SNAP-VERIFIED TO TRUE
           MOVE OWN-SNAP-NAME TO CUR-SNAP-NAME.

       5700-CKSUM-FILE.
      * Byte count and cksum CRC of CKS-FILE-NAME - nothing taken
      * when it is not a readable file.
           MOVE "N" TO CKS-TAKEN-FLAG
           MOVE 0 TO CKS-CRC
           MOVE 0 TO CKS-BYTES
           MOVE SPACES TO SHELL-COMMAND
           STRING "test -f "    DELIMITED BY SIZE
                  CKS-FILE-NAME DELIMITED BY SPACE
                  " && cksum "  DELIMITED BY SIZE
                  CKS-FILE-NAME DELIMITED BY SPACE
                  " > SUMDBMCK 2>/dev/null" DELIMITED BY SIZE
               INTO SHELL-COMMAND
           END-STRING
           PERFORM 8000-RUN-SHELL
           IF SHELL-RC NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CKSFILE
           IF NOT CKS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CKS-LINE
           READ CKSFILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO CKS-CRC-TEXT
                   MOVE SPACES TO CKS-BYTES-TEXT
                   UNSTRING CKS-LINE DELIMITED BY ALL SPACE
                       INTO CKS-CRC-TEXT CKS-BYTES-TEXT
                   END-UNSTRING
                   IF CKS-CRC-TEXT NOT = SPACES AND
                      CKS-BYTES-TEXT NOT = SPACES
                       COMPUTE CKS-CRC =
                           FUNCTION NUMVAL(CKS-CRC-TEXT)
                       COMPUTE CKS-BYTES =
                           FUNCTION NUMVAL(CKS-BYTES-TEXT)
                       SET CKS-TAKEN TO TRUE
                   END-IF
           END-READ
           CLOSE CKSFILE.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"   TO RW-ACTION
           MOVE "DBMRPT" TO RW-FILE-NAME
           MOVE "SOURCE DATABASE MAINTENANCE" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "RUN " DELIMITED BY SIZE
                  RUN-TIMESTAMP(1:4) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  RUN-TIMESTAMP(5:2) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  RUN-TIMESTAMP(7:2) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RUN-TIMESTAMP(9:2) DELIMITED BY SIZE
                  ":"                DELIMITED BY SIZE
                  RUN-TIMESTAMP(11:2) DELIMITED BY SIZE
                  "  RESULTS KEPT ON SUMDBMH" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "DATABASE                       OUTCOME" TO RPT-LINE
           MOVE "BYTES BEFORE     BYTES AFTER  SECS" TO RPT-LINE(44:)
           PERFORM 6800-WRITE-RPT-LINE.

       6100-PRINT-ONE-DB.
           MOVE SPACES TO RPT-LINE
           MOVE CUR-DBNAME       TO RPT-LINE(1:30)
           MOVE CUR-OUTCOME      TO RPT-LINE(32:8)
           MOVE CUR-BYTES-BEFORE TO BYTES-EDITED
           MOVE CUR-BYTES-AFTER  TO BYTES-2-EDITED
           MOVE CUR-ELAPSED-SECS TO SECS-EDITED
           MOVE BYTES-EDITED     TO RPT-LINE(41:15)
           MOVE BYTES-2-EDITED   TO RPT-LINE(57:15)
           MOVE SECS-EDITED      TO RPT-LINE(73:5)
           PERFORM 6800-WRITE-RPT-LINE
      * A name too long for its column is given in full below it.
           IF CUR-DBNAME(31:) NOT = SPACES
               STRING "       " DELIMITED BY SIZE
                      CUR-DBNAME DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF CUR-REASON NOT = SPACES
               STRING "       " DELIMITED BY SIZE
                      CUR-REASON DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF CUR-SNAP-NAME NOT = SPACES
               STRING "       SNAPSHOT " DELIMITED BY SIZE
                      CUR-SNAP-NAME DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       6600-PRINT-TOTALS.
           PERFORM 6800-WRITE-RPT-LINE
           IF DB-COUNT = 0
               MOVE "NO DATABASES TO MAINTAIN" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF DB-DROPPED-COUNT > 0
               MOVE DB-DROPPED-COUNT TO COUNT-EDITED
               STRING "** LIST FULL AT 50 - " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " DATABASE(S) NOT MAINTAINED" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           MOVE TOTAL-BEFORE TO TOTAL-EDITED
           MOVE TOTAL-AFTER  TO TOTAL-2-EDITED
           STRING "TOTAL BYTES BEFORE " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
                  "  AFTER " DELIMITED BY SIZE
                  TOTAL-2-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE DONE-COUNT TO COUNT-EDITED
           STRING "COMPACTED " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE NOSNAP-COUNT TO COUNT-EDITED
           STRING "  NO SNAPSHOT " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE(16:)
           END-STRING
           MOVE BAD-COUNT TO COUNT-EDITED
           STRING "  DAMAGED/MISSING/FAILED " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE(35:)
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       6900-END-REPORT.
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       8000-RUN-SHELL.
           INSPECT SHELL-COMMAND REPLACING TRAILING SPACE BY LOW-VALUE
           CALL "SYSTEM" USING BY REFERENCE SHELL-COMMAND
               RETURNING SHELL-RC
           END-CALL.

       END PROGRAM DB-MAINT.
