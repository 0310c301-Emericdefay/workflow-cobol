       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIX-AUDT.

      *****************************************************************
      * FIX-AUDT - the fixity audit of everything the system keeps
      * for the long term. Each retained file was counted and hashed
      * once, when it was filed, and never checked again - a copy
      * damaged or deleted on disk would only have come to light on
      * the day it was restored. Run on a schedule (a SUMSCHED job
      * naming program FIX-AUDT - the PROGRAM-ID is kept to the
      * eight characters SCHED-PROGRAM holds), this re-reads every
      * retained file, recomputes its record count and hash and
      * compares them with the values recorded at filing:
      *   - files promoted into OFFICIAL_DIR - each destination whose
      *     last SUMPROMJ entry is COMPLETE (a rolled-back copy was
      *     deleted on purpose; one still STARTED is PROMOTE's to
      *     finish on its restart)
      *   - archive snapshots cataloged on SUMARCAT - byte count and
      *     cksum CRC; an entry cataloged before the CRC was recorded
      *     is checked on its byte count alone
      *   - year-end certified archive members on SUMYRMAN - the
      *     last manifest entry for each member, as a retried close
      *     manifests its members again
      * Each file is OK, MISSING (not on disk), UNREADABLE (on disk
      * but could not be read through) or CHANGED (count or hash
      * differs from the filed value). Every result is appended to
      * SUMFIXA (see CBFIXA) - the audit's own evidence for the
      * records-retention review - and listed on FIXARPT. Any file
      * not OK is logged and alerted. Counts and hashes are the
      * CFG-SNAP convention, as PROMOTE and YEAR-END file them; the
      * snapshots' are byte count and cksum CRC, as DR-SHIP takes
      * them. The registers are brought together through a sort on
      * source and file name, so the last entry for each file is the
      * one audited however long the registers grow.
      *
      * RC 0 = every retained file verified, 4 = nothing on file to
      * audit, 8 = one or more files missing, changed or unreadable.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMJFILE ASSIGN TO "SUMPROMJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROMJ-FILE-STATUS.
           SELECT ARCATFILE ASSIGN TO "SUMARCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCAT-FILE-STATUS.
           SELECT YRMANFILE ASSIGN TO "SUMYRMAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS YRMAN-FILE-STATUS.
           SELECT GENFILE ASSIGN TO DYNAMIC GEN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-FILE-STATUS.
           SELECT CKSFILE ASSIGN TO "SUMFIXCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CKS-FILE-STATUS.
           SELECT OPTIONAL FIXAFILE ASSIGN TO "SUMFIXA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FIXA-FILE-STATUS.
           SELECT SORTFILE ASSIGN TO "SRTFIXA".

       DATA DIVISION.
       FILE SECTION.
       FD  PROMJFILE.
           COPY CBPROMJ.

       FD  ARCATFILE.
           COPY CBARCAT.

       FD  YRMANFILE.
           COPY CBYRMAN.

       FD  GENFILE.
       01  GEN-LINE              PIC X(538).

       FD  CKSFILE.
       01  CKS-LINE              PIC X(200).

       FD  FIXAFILE.
           COPY CBFIXA.

      * SRT-ORDER keeps the sources in the order the report lists
      * them; SRT-SEQ is the register order, so the last entry for
      * a file is the last of its group.
       SD  SORTFILE.
       01  SRT-RECORD.
           05 SRT-ORDER         PIC 9.
           05 SRT-SOURCE        PIC X(5).
           05 SRT-FILE-NAME     PIC X(64).
           05 SRT-SEQ           PIC 9(9).
           05 SRT-KIND          PIC X.
           05 SRT-AUDITABLE     PIC X.
           05 SRT-FILED-FOR     PIC X(10).
           05 SRT-BASIS         PIC X(4).
           05 SRT-RECORDS       PIC 9(12).
           05 SRT-HASH          PIC 9(15).

       WORKING-STORAGE SECTION.
       01 PROMJ-FILE-STATUS  PIC XX.
           88 PROMJ-FILE-OK      VALUE "00".
       01 ARCAT-FILE-STATUS  PIC XX.
           88 ARCAT-FILE-OK      VALUE "00".
       01 YRMAN-FILE-STATUS  PIC XX.
           88 YRMAN-FILE-OK      VALUE "00".
       01 GEN-FILE-STATUS    PIC XX.
           88 GEN-FILE-OK        VALUE "00".
       01 CKS-FILE-STATUS    PIC XX.
           88 CKS-FILE-OK        VALUE "00".
       01 FIXA-FILE-STATUS   PIC XX.
           88 FIXA-FILE-OK       VALUE "00" "05".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 SORT-EOF-FLAG      PIC X.
           88 SORT-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 AUDIT-TS           PIC X(16).
       01 GEN-FILE-NAME      PIC X(80).
       01 REGISTER-SEQ       PIC 9(9) VALUE 0.

      * The entry held back until its group ends - the last one for
      * its file.
       01 HELD-FLAG          PIC X VALUE "N".
           88 ENTRY-HELD         VALUE "Y".
       01 HELD-RECORD.
           05 HLD-ORDER         PIC 9.
           05 HLD-SOURCE        PIC X(5).
           05 HLD-FILE-NAME     PIC X(64).
           05 HLD-SEQ           PIC 9(9).
           05 HLD-KIND          PIC X.
               88 HLD-IS-BINARY      VALUE "B".
           05 HLD-AUDITABLE     PIC X.
               88 HLD-TO-AUDIT       VALUE "Y".
           05 HLD-FILED-FOR     PIC X(10).
           05 HLD-BASIS         PIC X(4).
               88 HLD-SIZE-ONLY      VALUE "SIZE".
           05 HLD-RECORDS       PIC 9(12).
           05 HLD-HASH          PIC 9(15).

       01 FILE-REC-COUNT     PIC 9(12).
       01 FILE-HASH          PIC 9(15) COMP-3.
       01 HASH-CHAR-POS      PIC 9(3) COMP-5.
       01 HASH-LIMIT         PIC 9(3) COMP-5.
       01 CKS-CRC-TEXT       PIC X(20).
       01 CKS-BYTES-TEXT     PIC X(20).
       01 HASH-OK-FLAG       PIC X.
           88 HASH-TAKEN         VALUE "Y".
       01 RESULT-WORD        PIC X(10).

       01 SHELL-COMMAND      PIC X(240).
       01 SHELL-RC           PIC S9(4) COMP-5.

       01 AUDITED-COUNT      PIC 9(5) VALUE 0.
       01 OK-COUNT           PIC 9(5) VALUE 0.
       01 MISSING-COUNT      PIC 9(5) VALUE 0.
       01 CHANGED-COUNT      PIC 9(5) VALUE 0.
       01 UNREADABLE-COUNT   PIC 9(5) VALUE 0.
       01 FAILED-COUNT       PIC 9(5) VALUE 0.
       01 COUNT-EDITED       PIC ZZZZ9.
       01 RECORDS-EDITED     PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 HASH-EDITED        PIC Z(14)9.

       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE (1:16) TO AUDIT-TS
           OPEN EXTEND FIXAFILE
           IF NOT FIXA-FILE-OK
               MOVE "FIXITY AUDIT: CANNOT OPEN SUMFIXA - NOT RUN"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 6000-START-REPORT

           SORT SORTFILE
               ON ASCENDING KEY SRT-ORDER SRT-FILE-NAME SRT-SEQ
               INPUT PROCEDURE IS 2000-GATHER-REGISTERS
               OUTPUT PROCEDURE IS 4000-AUDIT-FILES

           CLOSE FIXAFILE
           PERFORM 6600-PRINT-TOTALS
           PERFORM 6900-END-REPORT

           IF AUDITED-COUNT = 0
               MOVE "FIXITY AUDIT: NO RETAINED FILES ON FILE TO AUDIT"
                   TO LOG-TEXT
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF FAILED-COUNT > 0
               MOVE FAILED-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "FIXITY AUDIT: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " RETAINED FILE(S) FAILED - SEE FIXARPT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE AUDITED-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "FIXITY AUDIT: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " RETAINED FILE(S) VERIFIED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       2000-GATHER-REGISTERS.
      * A register that is not there has nothing filed on it yet -
      * its source simply contributes no files.
           PERFORM 2100-GATHER-PROMOTIONS
           PERFORM 2200-GATHER-SNAPSHOTS
           PERFORM 2300-GATHER-YEAR-END.

       2100-GATHER-PROMOTIONS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PROMJFILE
           IF NOT PROMJ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ PROMJFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF PJ-DEST-NAME NOT = SPACES
                           MOVE SPACES TO SRT-RECORD
                           MOVE 1            TO SRT-ORDER
                           MOVE "PROMJ"      TO SRT-SOURCE
                           MOVE PJ-DEST-NAME TO SRT-FILE-NAME
                           MOVE "T"          TO SRT-KIND
                           MOVE "N"          TO SRT-AUDITABLE
                           IF PJ-IS-COMPLETE
                               MOVE "Y" TO SRT-AUDITABLE
                           END-IF
                           MOVE PJ-RUN-DATE  TO SRT-FILED-FOR
                           MOVE "FULL"       TO SRT-BASIS
                           MOVE PJ-RECORDS   TO SRT-RECORDS
                           MOVE PJ-HASH      TO SRT-HASH
                           PERFORM 2900-RELEASE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMJFILE.

       2200-GATHER-SNAPSHOTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCATFILE
           IF NOT ARCAT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               MOVE SPACES TO ARCAT-RECORD
               READ ARCATFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF ARC-SNAP-NAME NOT = SPACES
                           MOVE SPACES TO SRT-RECORD
                           MOVE 2             TO SRT-ORDER
                           MOVE "ARCAT"       TO SRT-SOURCE
                           MOVE ARC-SNAP-NAME TO SRT-FILE-NAME
                           MOVE "B"           TO SRT-KIND
                           MOVE "Y"           TO SRT-AUDITABLE
                           MOVE ARC-BUSINESS-DATE TO SRT-FILED-FOR
                           MOVE ZERO TO SRT-RECORDS
                           IF ARC-BYTES IS NUMERIC
                               MOVE ARC-BYTES TO SRT-RECORDS
                           END-IF
                           MOVE ZERO   TO SRT-HASH
                           MOVE "SIZE" TO SRT-BASIS
                           IF ARC-CKSUM NOT = SPACES AND
                              FUNCTION TEST-NUMVAL(ARC-CKSUM) = 0
                               COMPUTE SRT-HASH =
                                   FUNCTION NUMVAL(ARC-CKSUM)
                               MOVE "FULL" TO SRT-BASIS
                           END-IF
                           PERFORM 2900-RELEASE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCATFILE.

       2300-GATHER-YEAR-END.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT YRMANFILE
           IF NOT YRMAN-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ YRMANFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF YRM-MEMBER-NAME NOT = SPACES
                           MOVE SPACES TO SRT-RECORD
                           MOVE 3               TO SRT-ORDER
                           MOVE "YRMAN"         TO SRT-SOURCE
                           MOVE YRM-MEMBER-NAME TO SRT-FILE-NAME
                           MOVE "T"             TO SRT-KIND
                           MOVE "Y"             TO SRT-AUDITABLE
                           MOVE YRM-YEAR        TO SRT-FILED-FOR
                           MOVE "FULL"          TO SRT-BASIS
                           MOVE YRM-RECORD-COUNT TO SRT-RECORDS
                           MOVE YRM-HASH        TO SRT-HASH
                           PERFORM 2900-RELEASE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YRMANFILE.

       2900-RELEASE-ENTRY.
           ADD 1 TO REGISTER-SEQ
           MOVE REGISTER-SEQ TO SRT-SEQ
           RELEASE SRT-RECORD.

       4000-AUDIT-FILES.
      * Sorted by source and file name, register order within - the
      * entry held when the name changes is the file's last.
           MOVE "N" TO SORT-EOF-FLAG
           MOVE "N" TO HELD-FLAG
           PERFORM UNTIL SORT-AT-EOF
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-EOF TO TRUE
                   NOT AT END
                       IF ENTRY-HELD AND
                          (SRT-ORDER NOT = HLD-ORDER OR
                           SRT-FILE-NAME NOT = HLD-FILE-NAME)
                           PERFORM 4100-AUDIT-ONE-FILE
                       END-IF
                       MOVE SRT-RECORD TO HELD-RECORD
                       SET ENTRY-HELD TO TRUE
               END-RETURN
           END-PERFORM
           IF ENTRY-HELD
               PERFORM 4100-AUDIT-ONE-FILE
           END-IF
           IF AUDITED-COUNT = 0
               MOVE "NO RETAINED FILES ON FILE TO AUDIT" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       4100-AUDIT-ONE-FILE.
           IF NOT HLD-TO-AUDIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AUDITED-COUNT
           MOVE HLD-FILE-NAME TO GEN-FILE-NAME
           MOVE ZERO TO FILE-REC-COUNT
           MOVE ZERO TO FILE-HASH
           MOVE "N" TO HASH-OK-FLAG

           MOVE SPACES TO SHELL-COMMAND
           STRING "test -e "    DELIMITED BY SIZE
                  GEN-FILE-NAME DELIMITED BY SPACE
               INTO SHELL-COMMAND
           END-STRING
           PERFORM 8000-RUN-SHELL
           IF SHELL-RC NOT = ZERO
               MOVE "MISSING" TO RESULT-WORD
               ADD 1 TO MISSING-COUNT
           ELSE
      * Something by that name but not a readable plain file is
      * unreadable before a byte is read.
               MOVE SPACES TO SHELL-COMMAND
               STRING "test -f "    DELIMITED BY SIZE
                      GEN-FILE-NAME DELIMITED BY SPACE
                      " -a -r "     DELIMITED BY SIZE
                      GEN-FILE-NAME DELIMITED BY SPACE
                   INTO SHELL-COMMAND
               END-STRING
               PERFORM 8000-RUN-SHELL
               IF SHELL-RC = ZERO
                   IF HLD-IS-BINARY
                       PERFORM 5700-CKSUM-FILE
                   ELSE
                       PERFORM 5500-COUNT-AND-HASH
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT HASH-TAKEN
                       MOVE "UNREADABLE" TO RESULT-WORD
                       ADD 1 TO UNREADABLE-COUNT
                   WHEN FILE-REC-COUNT NOT = HLD-RECORDS
                       MOVE "CHANGED" TO RESULT-WORD
                       ADD 1 TO CHANGED-COUNT
                   WHEN NOT HLD-SIZE-ONLY AND
                        FILE-HASH NOT = HLD-HASH
                       MOVE "CHANGED" TO RESULT-WORD
                       ADD 1 TO CHANGED-COUNT
                   WHEN OTHER
                       MOVE "OK" TO RESULT-WORD
                       ADD 1 TO OK-COUNT
               END-EVALUATE
           END-IF

           MOVE SPACES TO FIXA-RECORD
           MOVE AUDIT-TS       TO FXA-AUDIT-TS
           MOVE HLD-SOURCE     TO FXA-SOURCE
           MOVE HLD-FILE-NAME  TO FXA-FILE-NAME
           MOVE HLD-FILED-FOR  TO FXA-FILED-FOR
           MOVE HLD-BASIS      TO FXA-BASIS
           MOVE HLD-RECORDS    TO FXA-FILED-RECORDS
           MOVE HLD-HASH       TO FXA-FILED-HASH
           MOVE FILE-REC-COUNT TO FXA-FOUND-RECORDS
           MOVE FILE-HASH      TO FXA-FOUND-HASH
           MOVE RESULT-WORD    TO FXA-RESULT
           WRITE FIXA-RECORD

           PERFORM 6100-PRINT-ONE-FILE
           IF RESULT-WORD = "OK"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FAILED-COUNT
           MOVE SPACES TO LOG-TEXT
           STRING "FIXITY AUDIT: " DELIMITED BY SIZE
                  RESULT-WORD      DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  HLD-FILE-NAME    DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV.

       5500-COUNT-AND-HASH.
      * The CFG-SNAP count and hash of a line file, as it was filed.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GENFILE
           IF NOT GEN-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET HASH-TAKEN TO TRUE
           PERFORM UNTIL FILE-AT-EOF
               MOVE SPACES TO GEN-LINE
               READ GENFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FILE-REC-COUNT
                       PERFORM 5600-HASH-ONE-LINE
               END-READ
      * A read that fails part way is a file that cannot be read
      * through - not a short one.
               IF GEN-FILE-STATUS(1:1) NOT = "0" AND
                  GEN-FILE-STATUS(1:1) NOT = "1"
                   MOVE "N" TO HASH-OK-FLAG
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-PERFORM
           CLOSE GENFILE.

       5600-HASH-ONE-LINE.
      * CFG-SNAP's walk: the first 513 bytes always, the rest of the
      * line only when anything is on it.
           MOVE 513 TO HASH-LIMIT
           IF GEN-LINE(514:25) NOT = SPACES
               MOVE LENGTH OF GEN-LINE TO HASH-LIMIT
           END-IF
           PERFORM VARYING HASH-CHAR-POS FROM 1 BY 1
                   UNTIL HASH-CHAR-POS > HASH-LIMIT
               COMPUTE FILE-HASH =
                   FUNCTION MOD(FILE-HASH * 31 +
                       FUNCTION ORD(GEN-LINE(HASH-CHAR-POS:1)) *
                       HASH-CHAR-POS,
                       1000000000000000)
           END-PERFORM.

       5700-CKSUM-FILE.
      * Byte count and cksum CRC of a binary snapshot.
           MOVE SPACES TO SHELL-COMMAND
           STRING "cksum "      DELIMITED BY SIZE
                  GEN-FILE-NAME DELIMITED BY SPACE
                  " > SUMFIXCK 2>/dev/null" DELIMITED BY SIZE
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
                       COMPUTE FILE-HASH =
                           FUNCTION NUMVAL(CKS-CRC-TEXT)
                       COMPUTE FILE-REC-COUNT =
                           FUNCTION NUMVAL(CKS-BYTES-TEXT)
                       SET HASH-TAKEN TO TRUE
                   END-IF
           END-READ
           CLOSE CKSFILE.

       6000-START-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           MOVE "FIXARPT" TO RW-FILE-NAME
           MOVE "FIXITY AUDIT OF RETAINED FILES" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "AUDITED " DELIMITED BY SIZE
                  AUDIT-TS(1:4) DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  AUDIT-TS(5:2) DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  AUDIT-TS(7:2) DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  AUDIT-TS(9:2) DELIMITED BY SIZE
                  ":"           DELIMITED BY SIZE
                  AUDIT-TS(11:2) DELIMITED BY SIZE
                  "  RESULTS KEPT ON SUMFIXA" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "SOURCE RESULT     FILED FOR  FILE" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE.

       6100-PRINT-ONE-FILE.
           MOVE SPACES TO RPT-LINE
           MOVE HLD-SOURCE    TO RPT-LINE(1:5)
           MOVE RESULT-WORD   TO RPT-LINE(8:10)
           MOVE HLD-FILED-FOR TO RPT-LINE(19:10)
           MOVE HLD-FILE-NAME TO RPT-LINE(30:51)
           PERFORM 6800-WRITE-RPT-LINE
           IF RESULT-WORD NOT = "CHANGED"
               EXIT PARAGRAPH
           END-IF
      * What was filed against what is there now - the figures the
      * review needs to judge the change.
           MOVE HLD-RECORDS TO RECORDS-EDITED
           MOVE HLD-HASH    TO HASH-EDITED
           STRING "       FILED " DELIMITED BY SIZE
                  RECORDS-EDITED  DELIMITED BY SIZE
                  "  HASH "       DELIMITED BY SIZE
                  HASH-EDITED     DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           IF HLD-SIZE-ONLY
               MOVE "(SIZE ONLY)" TO RPT-LINE(52:11)
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           MOVE FILE-REC-COUNT TO RECORDS-EDITED
           MOVE FILE-HASH      TO HASH-EDITED
           STRING "       FOUND " DELIMITED BY SIZE
                  RECORDS-EDITED  DELIMITED BY SIZE
                  "  HASH "       DELIMITED BY SIZE
                  HASH-EDITED     DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       6600-PRINT-TOTALS.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE AUDITED-COUNT TO COUNT-EDITED
           STRING "AUDITED " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE OK-COUNT TO COUNT-EDITED
           STRING "  OK " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE(14:)
           END-STRING
           MOVE MISSING-COUNT TO COUNT-EDITED
           STRING "  MISSING " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE(24:)
           END-STRING
           MOVE CHANGED-COUNT TO COUNT-EDITED
           STRING "  CHANGED " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE(39:)
           END-STRING
           MOVE UNREADABLE-COUNT TO COUNT-EDITED
           STRING "  UNREADABLE " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
               INTO RPT-LINE(54:)
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

       END PROGRAM FIX-AUDT.
