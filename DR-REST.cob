       IDENTIFICATION DIVISION.
       PROGRAM-ID. DR-REST.

      *****************************************************************
      * DR-REST - the disaster-recovery restore procedure. Rebuilds
      * a working set from the DR location alone for a chosen
      * business date: DRDATE in the environment (YYYY-MM-DD,
      * required), the DR location DR_DIR (default drsite) and the
      * directory the working set is built in, RESTDIR (default
      * drrestore). The night's manifest DR_DIR/<date>/DRMANIF (see
      * CBDRMAN) is worked top to bottom - it is written in restore
      * order, keyed masters first:
      *   - every far copy is first held to the manifest's count
      *     and hash; one that is not there, or does not match, is
      *     reported missing and nothing is put in its place
      *   - a keyed master's unload is reloaded into a fresh
      *     indexed file under RESTDIR, and must reload every
      *     record the manifest counts
      *   - every other file is copied to RESTDIR under its name on
      *     the primary - official/..., archive/... - and checked
      *     again there
      * The register copy at DR_DIR/SUMDRREG says whether the
      * night's replication verified when it ran. Nothing outside
      * RESTDIR is touched: moving the rebuilt set into service is
      * the operator's step, once the report is clean.
      * Report to DRRSTRPT.
      *
      * RC 0 = working set rebuilt in full, 4 = artifacts missing or
      * damaged at DR (listed), 8 = DRDATE not set or no manifest at
      * DR for the date.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFMFILE ASSIGN TO DYNAMIC KEYED-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OFFM-KEY
               FILE STATUS IS KEYED-FILE-STATUS.
           SELECT FOFFMFILE ASSIGN TO DYNAMIC KEYED-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS FOFFM-KEY
               FILE STATUS IS KEYED-FILE-STATUS.
           SELECT RUNHFILE ASSIGN TO DYNAMIC KEYED-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS KEYED-FILE-STATUS.
           SELECT BALLFILE ASSIGN TO DYNAMIC KEYED-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BALL-KEY
               FILE STATUS IS KEYED-FILE-STATUS.
           SELECT GENFILE ASSIGN TO DYNAMIC GEN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-FILE-STATUS.
           SELECT DRMANFILE ASSIGN TO DYNAMIC MAN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRMAN-FILE-STATUS.
           SELECT DRREGFILE ASSIGN TO DYNAMIC REG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRREG-FILE-STATUS.
           SELECT CKSFILE ASSIGN TO "SUMDRCKS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CKS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFMFILE.
           COPY CBOFFM.

       FD  FOFFMFILE.
           COPY CBFOFFM.

       FD  RUNHFILE.
           COPY CBRUNH.

       FD  BALLFILE.
           COPY CBBALL.

       FD  GENFILE.
       01  GEN-LINE              PIC X(538).

       FD  DRMANFILE.
           COPY CBDRMAN.

       FD  DRREGFILE.
           COPY CBDRREG.

       FD  CKSFILE.
       01  CKS-LINE              PIC X(200).

       WORKING-STORAGE SECTION.
       01 KEYED-FILE-STATUS  PIC XX.
           88 KEYED-FILE-OK      VALUE "00".
       01 GEN-FILE-STATUS    PIC XX.
           88 GEN-FILE-OK        VALUE "00".
       01 DRMAN-FILE-STATUS  PIC XX.
           88 DRMAN-FILE-OK      VALUE "00".
       01 DRREG-FILE-STATUS  PIC XX.
           88 DRREG-FILE-OK      VALUE "00".
       01 CKS-FILE-STATUS    PIC XX.
           88 CKS-FILE-OK        VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 MAN-EOF-FLAG       PIC X.
           88 MAN-AT-EOF         VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 WANT-DATE          PIC X(10).
       01 DR-DIR             PIC X(40).
       01 REST-DIR           PIC X(40).
       01 MAN-FILE-NAME      PIC X(80).
       01 REG-FILE-NAME      PIC X(80).
       01 GEN-FILE-NAME      PIC X(80).
       01 KEYED-FILE-NAME    PIC X(80).
       01 TARGET-NAME        PIC X(80).
       01 REPL-STATUS        PIC X(8) VALUE SPACES.

       01 FILE-REC-COUNT     PIC 9(12).
       01 FILE-HASH          PIC 9(15) COMP-3.
       01 HASH-CHAR-POS      PIC 9(3) COMP-5.
       01 HASH-LIMIT         PIC 9(3) COMP-5.
       01 CKS-CRC-TEXT       PIC X(20).
       01 CKS-BYTES-TEXT     PIC X(20).
       01 HASH-KIND          PIC X.
           88 HASH-OF-BINARY     VALUE "B".
       01 HASH-OK-FLAG       PIC X.
           88 HASH-TAKEN         VALUE "Y".
       01 LOADED-COUNT       PIC 9(12).
       01 LOAD-FAILED-FLAG   PIC X.
           88 LOAD-FAILED        VALUE "Y".
       01 DIR-END            PIC 99 COMP-5.
       01 CHAR-IDX           PIC 99 COMP-5.

       01 SHELL-COMMAND      PIC X(240).
       01 SHELL-RC           PIC S9(4) COMP-5.
       01 SHELL-FROM         PIC X(80).
       01 SHELL-TO           PIC X(80).

       01 RESULT-WORD        PIC X(24).
       01 RESTORED-COUNT     PIC 9(3) VALUE 0.
       01 ABSENT-COUNT       PIC 9(3) VALUE 0.
       01 MISSING-COUNT      PIC 9(3) VALUE 0.
       01 MANIFEST-COUNT     PIC 9(3) VALUE 0.
       01 COUNT-EDITED       PIC ZZ9.
       01 SEQ-EDITED         PIC 99.

      * What could not be put back, listed again at the foot of the
      * report so nothing is lost in the detail.
       01 MISS-TABLE.
           05 MISS-ENTRY OCCURS 30 TIMES.
               10 MS-ARTIFACT    PIC X(12).
               10 MS-SOURCE      PIC X(64).
               10 MS-REASON      PIC X(24).
       01 MISS-IDX           PIC 99 COMP-5.

       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO RPT-LINE
           MOVE SPACES TO WANT-DATE
           ACCEPT WANT-DATE FROM ENVIRONMENT "DRDATE"
           IF WANT-DATE = SPACES
               MOVE "DR RESTORE: DRDATE NOT SET - NOTHING RESTORED"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT DR-DIR FROM ENVIRONMENT "DR_DIR"
           IF DR-DIR = SPACES
               MOVE "drsite" TO DR-DIR
           END-IF
           ACCEPT REST-DIR FROM ENVIRONMENT "RESTDIR"
           IF REST-DIR = SPACES
               MOVE "drrestore" TO REST-DIR
           END-IF
           MOVE SPACES TO MAN-FILE-NAME
           STRING DR-DIR     DELIMITED BY SPACE
                  "/"        DELIMITED BY SIZE
                  WANT-DATE  DELIMITED BY SPACE
                  "/DRMANIF" DELIMITED BY SIZE
               INTO MAN-FILE-NAME
           END-STRING
           PERFORM 1000-READ-REGISTER

           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "DRRSTRPT" TO RW-FILE-NAME
           STRING "DR RESTORE FOR " DELIMITED BY SIZE
                  WANT-DATE         DELIMITED BY SIZE
               INTO RW-TITLE
           END-STRING
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           PERFORM 1500-PRINT-HEADING

           MOVE "N" TO MAN-EOF-FLAG
           OPEN INPUT DRMANFILE
           IF NOT DRMAN-FILE-OK
               MOVE "NO MANIFEST AT DR FOR THE DATE - NOTHING RESTORED"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE "CLOSE" TO RW-ACTION
               CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
               MOVE SPACES TO LOG-TEXT
               STRING "DR RESTORE: NO MANIFEST AT DR FOR "
                          DELIMITED BY SIZE
                      WANT-DATE DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO SHELL-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  REST-DIR    DELIMITED BY SPACE
               INTO SHELL-COMMAND
           END-STRING
           PERFORM 8000-RUN-SHELL
           PERFORM UNTIL MAN-AT-EOF
               READ DRMANFILE
                   AT END
                       SET MAN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MANIFEST-COUNT
                       PERFORM 2000-RESTORE-ONE-ARTIFACT
               END-READ
           END-PERFORM
           CLOSE DRMANFILE
           PERFORM 3000-PRINT-SUMMARY
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           MOVE RESTORED-COUNT TO COUNT-EDITED
           MOVE SPACES TO LOG-TEXT
           STRING "DR RESTORE " DELIMITED BY SIZE
                  WANT-DATE     DELIMITED BY SIZE
                  ": "          DELIMITED BY SIZE
                  COUNT-EDITED  DELIMITED BY SIZE
                  " ARTIFACTS RESTORED UNDER " DELIMITED BY SIZE
                  REST-DIR      DELIMITED BY SPACE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           IF MISSING-COUNT > 0
               MOVE MISSING-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "DR RESTORE: " DELIMITED BY SIZE
                      COUNT-EDITED   DELIMITED BY SIZE
                      " ARTIFACT(S) MISSING OR DAMAGED - SEE DRRSTRPT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-REGISTER.
      * The far site's own copy of the register - the primary may be
      * gone. The last entry for the date is that night's outcome.
           MOVE SPACES TO REG-FILE-NAME
           STRING DR-DIR      DELIMITED BY SPACE
                  "/SUMDRREG" DELIMITED BY SIZE
               INTO REG-FILE-NAME
           END-STRING
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DRREGFILE
           IF NOT DRREG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ DRREGFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF DRR-BUSINESS-DATE = WANT-DATE
                           MOVE DRR-STATUS TO REPL-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRREGFILE.

       1500-PRINT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "MANIFEST " DELIMITED BY SIZE
                  MAN-FILE-NAME DELIMITED BY SPACE
                  "  INTO "  DELIMITED BY SIZE
                  REST-DIR   DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF REPL-STATUS = SPACES
               MOVE "REPLICATION FOR THE DATE: NOT ON THE DR REGISTER"
                   TO RPT-LINE
           ELSE
               STRING "REPLICATION FOR THE DATE: " DELIMITED BY SIZE
                      REPL-STATUS DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "SEQ ARTIFACT     KIND  RESULT" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE.

       2000-RESTORE-ONE-ARTIFACT.
           MOVE SPACES TO RESULT-WORD
           IF DRM-WAS-ABSENT
               MOVE "NOT ON PRIMARY - NONE" TO RESULT-WORD
               ADD 1 TO ABSENT-COUNT
               PERFORM 2900-PRINT-RESULT
               EXIT PARAGRAPH
           END-IF

      * The far copy is held to the manifest before anything is
      * built from it.
           MOVE DRM-FAR-NAME TO GEN-FILE-NAME
           MOVE DRM-KIND TO HASH-KIND
           PERFORM 5500-COUNT-AND-HASH
           IF NOT HASH-TAKEN
               MOVE "MISSING AT DR" TO RESULT-WORD
               PERFORM 2800-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           IF FILE-REC-COUNT NOT = DRM-RECORDS OR
              FILE-HASH NOT = DRM-HASH
               MOVE "DAMAGED AT DR" TO RESULT-WORD
               PERFORM 2800-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TARGET-NAME
           STRING REST-DIR        DELIMITED BY SPACE
                  "/"             DELIMITED BY SIZE
                  DRM-SOURCE-NAME DELIMITED BY SPACE
               INTO TARGET-NAME
           END-STRING
           PERFORM 2100-MAKE-TARGET-DIR
           IF DRM-IS-KEYED
               PERFORM 2200-RELOAD-KEYED-MASTER
               EXIT PARAGRAPH
           END-IF

           MOVE DRM-FAR-NAME TO SHELL-FROM
           MOVE TARGET-NAME  TO SHELL-TO
           PERFORM 8100-COPY-FILE
           MOVE TARGET-NAME TO GEN-FILE-NAME
           PERFORM 5500-COUNT-AND-HASH
           IF SHELL-RC = ZERO AND HASH-TAKEN AND
              FILE-REC-COUNT = DRM-RECORDS AND FILE-HASH = DRM-HASH
               MOVE "RESTORED" TO RESULT-WORD
               ADD 1 TO RESTORED-COUNT
               PERFORM 2900-PRINT-RESULT
           ELSE
               MOVE "COPY NOT VERIFIED" TO RESULT-WORD
               PERFORM 2800-NOTE-MISSING
           END-IF.

       2100-MAKE-TARGET-DIR.
      * official/..., archive/... - the directory part of the name
      * on the primary is made under RESTDIR first.
           MOVE 0 TO DIR-END
           PERFORM VARYING CHAR-IDX FROM 1 BY 1 UNTIL CHAR-IDX > 80
               IF TARGET-NAME(CHAR-IDX:1) = "/"
                   MOVE CHAR-IDX TO DIR-END
               END-IF
           END-PERFORM
           IF DIR-END > 1
               MOVE SPACES TO SHELL-COMMAND
               STRING "mkdir -p " DELIMITED BY SIZE
                      TARGET-NAME(1:DIR-END - 1) DELIMITED BY SIZE
                   INTO SHELL-COMMAND
               END-STRING
               PERFORM 8000-RUN-SHELL
           END-IF.

       2200-RELOAD-KEYED-MASTER.
      * The unload is in key order, so a sequential load rebuilds
      * the index; every record the manifest counts must go in.
           MOVE TARGET-NAME TO KEYED-FILE-NAME
           MOVE 0 TO LOADED-COUNT
           MOVE "N" TO LOAD-FAILED-FLAG
           EVALUATE DRM-ARTIFACT
               WHEN "SUMOFFM"
                   OPEN OUTPUT OFFMFILE
               WHEN "SUMFOFFM"
                   OPEN OUTPUT FOFFMFILE
               WHEN "SUMRUNH"
                   OPEN OUTPUT RUNHFILE
               WHEN "SUMBALL"
                   OPEN OUTPUT BALLFILE
               WHEN OTHER
                   MOVE "UNKNOWN KEYED MASTER" TO RESULT-WORD
                   PERFORM 2800-NOTE-MISSING
                   EXIT PARAGRAPH
           END-EVALUATE
           IF NOT KEYED-FILE-OK
               MOVE "RELOAD NOT OPENED" TO RESULT-WORD
               PERFORM 2800-NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE DRM-FAR-NAME TO GEN-FILE-NAME
           MOVE "N" TO EOF-FLAG
           OPEN INPUT GENFILE
           PERFORM UNTIL FILE-AT-EOF OR LOAD-FAILED
               MOVE SPACES TO GEN-LINE
               READ GENFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2210-LOAD-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE GENFILE
           EVALUATE DRM-ARTIFACT
               WHEN "SUMOFFM"
                   CLOSE OFFMFILE
               WHEN "SUMFOFFM"
                   CLOSE FOFFMFILE
               WHEN "SUMRUNH"
                   CLOSE RUNHFILE
               WHEN "SUMBALL"
                   CLOSE BALLFILE
           END-EVALUATE
           IF LOAD-FAILED OR LOADED-COUNT NOT = DRM-RECORDS
               MOVE "RELOAD SHORT" TO RESULT-WORD
               PERFORM 2800-NOTE-MISSING
           ELSE
               MOVE "RELOADED" TO RESULT-WORD
               ADD 1 TO RESTORED-COUNT
               PERFORM 2900-PRINT-RESULT
           END-IF.

       2210-LOAD-ONE-RECORD.
           EVALUATE DRM-ARTIFACT
               WHEN "SUMOFFM"
                   MOVE GEN-LINE TO OFFM-RECORD
                   WRITE OFFM-RECORD
                       INVALID KEY
                           SET LOAD-FAILED TO TRUE
                   END-WRITE
               WHEN "SUMFOFFM"
                   MOVE GEN-LINE TO FOFFM-RECORD
                   WRITE FOFFM-RECORD
                       INVALID KEY
                           SET LOAD-FAILED TO TRUE
                   END-WRITE
               WHEN "SUMRUNH"
                   MOVE GEN-LINE TO RUNH-RECORD
                   WRITE RUNH-RECORD
                       INVALID KEY
                           SET LOAD-FAILED TO TRUE
                   END-WRITE
               WHEN "SUMBALL"
                   MOVE GEN-LINE TO BALL-RECORD
                   WRITE BALL-RECORD
                       INVALID KEY
                           SET LOAD-FAILED TO TRUE
                   END-WRITE
           END-EVALUATE
           IF NOT LOAD-FAILED
               ADD 1 TO LOADED-COUNT
           END-IF.

       2800-NOTE-MISSING.
           ADD 1 TO MISSING-COUNT
           IF MISSING-COUNT NOT > 30
               MOVE MISSING-COUNT   TO MISS-IDX
               MOVE DRM-ARTIFACT    TO MS-ARTIFACT(MISS-IDX)
               MOVE DRM-SOURCE-NAME TO MS-SOURCE(MISS-IDX)
               MOVE RESULT-WORD     TO MS-REASON(MISS-IDX)
           END-IF
           PERFORM 2900-PRINT-RESULT.

       2900-PRINT-RESULT.
           MOVE DRM-SEQ TO SEQ-EDITED
           MOVE SPACES TO RPT-LINE
           STRING SEQ-EDITED   DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  DRM-ARTIFACT DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  DRM-KIND     DELIMITED BY SIZE
                  "     "      DELIMITED BY SIZE
                  RESULT-WORD  DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF DRM-SOURCE-NAME NOT = SPACES
               STRING "      " DELIMITED BY SIZE
                      DRM-SOURCE-NAME DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       3000-PRINT-SUMMARY.
           PERFORM 6800-WRITE-RPT-LINE
           MOVE RESTORED-COUNT TO COUNT-EDITED
           STRING "TOTAL RESTORED " DELIMITED BY SIZE
                  COUNT-EDITED      DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE ABSENT-COUNT TO COUNT-EDITED
           STRING "  NOT ON PRIMARY " DELIMITED BY SIZE
                  COUNT-EDITED        DELIMITED BY SIZE
               INTO RPT-LINE(19:)
           END-STRING
           MOVE MISSING-COUNT TO COUNT-EDITED
           STRING "  MISSING " DELIMITED BY SIZE
                  COUNT-EDITED  DELIMITED BY SIZE
               INTO RPT-LINE(39:)
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           IF MANIFEST-COUNT = 0
               MOVE "THE MANIFEST AT DR IS EMPTY" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF MISSING-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "MISSING FROM THE WORKING SET:" TO RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING MISS-IDX FROM 1 BY 1
                   UNTIL MISS-IDX > MISSING-COUNT OR MISS-IDX > 30
               STRING "  " DELIMITED BY SIZE
                      MS-ARTIFACT(MISS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MS-REASON(MISS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MS-SOURCE(MISS-IDX) DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-PERFORM.

       5500-COUNT-AND-HASH.
      * As DR-SHIP counts and hashes - the CFG-SNAP convention for a
      * line file, byte count and cksum CRC for a binary one.
           MOVE ZERO TO FILE-REC-COUNT
           MOVE ZERO TO FILE-HASH
           MOVE "N" TO HASH-OK-FLAG
           IF HASH-OF-BINARY
               PERFORM 5700-CKSUM-FILE
               EXIT PARAGRAPH
           END-IF
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
           MOVE SPACES TO SHELL-COMMAND
           STRING "cksum "      DELIMITED BY SIZE
                  GEN-FILE-NAME DELIMITED BY SPACE
                  " > SUMDRCKS 2>/dev/null" DELIMITED BY SIZE
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

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       8000-RUN-SHELL.
           INSPECT SHELL-COMMAND REPLACING TRAILING SPACE BY LOW-VALUE
           CALL "SYSTEM" USING BY REFERENCE SHELL-COMMAND
               RETURNING SHELL-RC
           END-CALL.

       8100-COPY-FILE.
           MOVE SPACES TO SHELL-COMMAND
           STRING "cp "      DELIMITED BY SIZE
                  SHELL-FROM DELIMITED BY SPACE
                  " "        DELIMITED BY SIZE
                  SHELL-TO   DELIMITED BY SPACE
               INTO SHELL-COMMAND
           END-STRING
           PERFORM 8000-RUN-SHELL.

       END PROGRAM DR-REST.
