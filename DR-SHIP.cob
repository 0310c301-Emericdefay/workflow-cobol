       IDENTIFICATION DIVISION.
       PROGRAM-ID. DR-SHIP.

      *****************************************************************
      * DR-SHIP - disaster-recovery replication, run by the batch
      * wrapper after promotion. Everything that matters lived on
      * one box and the recovery plan said "restore from backup"
      * without saying which files or in what order. Each night
      * this ships the artifacts below to the DR location
      * (DR_DIR in the environment, default drsite), under a
      * directory per business date, with a manifest (see CBDRMAN)
      * giving each file's record count and hash:
      *   - the keyed masters SUMOFFM, SUMFOFFM, SUMRUNH and SUMBALL,
      *     unloaded in key order to <name>.UNL - an indexed file's
      *     physical image is the file handler's business, its
      *     records are ours
      *   - SUMGLREG, SUMGLARC and the snapshot catalog SUMARCAT
      *   - the night's archive snapshot, the last one SUMARCAT
      *     catalogs for the business date
      *   - the files promoted into OFFICIAL_DIR for the date, as
      *     journaled COMPLETE on SUMPROMJ
      * An artifact whose count and hash match the last verified
      * night's manifest is not shipped again - the manifest points
      * at that night's copy. The manifest goes to the DR location
      * too, then every far copy it names is re-read there and
      * checked against it. The outcome is appended to the
      * replication register SUMDRREG (see CBDRREG), which is
      * itself copied to DR_DIR. DR-REST is the restore side.
      * Counts and hashes are the CFG-SNAP convention; the binary
      * snapshot's are its byte count and cksum CRC. Copies go
      * through the system shell, as PROMOTE's do.
      * RUN_STAMP comes from the environment as for PROMOTE.
      * Report to DRREPRPT.
      *
      * RC 0 = shipped and verified at the DR location, 8 = the DR
      * directory could not be made or a copy failed or did not
      * verify.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFMFILE ASSIGN TO "SUMOFFM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OFFM-KEY
               FILE STATUS IS OFFM-FILE-STATUS.
           SELECT FOFFMFILE ASSIGN TO "SUMFOFFM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS FOFFM-KEY
               FILE STATUS IS FOFFM-FILE-STATUS.
           SELECT RUNHFILE ASSIGN TO "SUMRUNH"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS RUNH-FILE-STATUS.
           SELECT BALLFILE ASSIGN TO "SUMBALL"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BALL-KEY
               FILE STATUS IS BALL-FILE-STATUS.
           SELECT UNLFILE ASSIGN TO DYNAMIC UNL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UNL-FILE-STATUS.
           SELECT GENFILE ASSIGN TO DYNAMIC GEN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-FILE-STATUS.
           SELECT PROMJFILE ASSIGN TO "SUMPROMJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROMJ-FILE-STATUS.
           SELECT ARCATFILE ASSIGN TO "SUMARCAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCAT-FILE-STATUS.
           SELECT DRMANFILE ASSIGN TO DYNAMIC MAN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRMAN-FILE-STATUS.
           SELECT OPTIONAL DRREGFILE ASSIGN TO "SUMDRREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DRREG-FILE-STATUS.
           SELECT CKSFILE ASSIGN TO "SUMDRCKS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CKS-FILE-STATUS.
           SELECT BDATEFILE ASSIGN TO "SUMBDATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.

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

       FD  UNLFILE.
       01  UNL-LINE              PIC X(513).

       FD  GENFILE.
       01  GEN-LINE              PIC X(538).

       FD  PROMJFILE.
           COPY CBPROMJ.

       FD  ARCATFILE.
           COPY CBARCAT.

       FD  DRMANFILE.
           COPY CBDRMAN.

       FD  DRREGFILE.
           COPY CBDRREG.

       FD  CKSFILE.
       01  CKS-LINE              PIC X(200).

       FD  BDATEFILE.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01 OFFM-FILE-STATUS   PIC XX.
           88 OFFM-FILE-OK       VALUE "00".
       01 FOFFM-FILE-STATUS  PIC XX.
           88 FOFFM-FILE-OK      VALUE "00".
       01 RUNH-FILE-STATUS   PIC XX.
           88 RUNH-FILE-OK       VALUE "00".
       01 BALL-FILE-STATUS   PIC XX.
           88 BALL-FILE-OK       VALUE "00".
       01 UNL-FILE-STATUS    PIC XX.
           88 UNL-FILE-OK        VALUE "00".
       01 GEN-FILE-STATUS    PIC XX.
           88 GEN-FILE-OK        VALUE "00".
       01 PROMJ-FILE-STATUS  PIC XX.
           88 PROMJ-FILE-OK      VALUE "00".
       01 ARCAT-FILE-STATUS  PIC XX.
           88 ARCAT-FILE-OK      VALUE "00".
       01 DRMAN-FILE-STATUS  PIC XX.
           88 DRMAN-FILE-OK      VALUE "00".
       01 DRREG-FILE-STATUS  PIC XX.
           88 DRREG-FILE-OK      VALUE "00" "05".
       01 CKS-FILE-STATUS    PIC XX.
           88 CKS-FILE-OK        VALUE "00".
       01 BDATE-FILE-STATUS  PIC XX.
           88 BDATE-FILE-OK      VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 MAN-EOF-FLAG       PIC X.
           88 MAN-AT-EOF         VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 BUSINESS-DATE      PIC X(10).
       01 CURRENT-DATE-WORK  PIC X(21).
       01 RUN-STAMP          PIC X(15).
       01 DR-DIR             PIC X(40).
       01 NIGHT-DIR          PIC X(60).
       01 UNL-FILE-NAME      PIC X(80).
       01 GEN-FILE-NAME      PIC X(80).
       01 MAN-FILE-NAME      PIC X(80).
       01 NIGHT-MANIFEST     PIC X(80).

      * Tonight's artifacts, in restore order. AR-LOCAL is the file
      * counted, hashed and shipped - the unload for a keyed master,
      * the file itself for the rest.
       01 AR-COUNT           PIC 99 COMP-5 VALUE 0.
       01 ARTIFACT-TABLE.
           05 AR-ENTRY OCCURS 30 TIMES.
               10 AR-ARTIFACT    PIC X(12).
               10 AR-KIND        PIC X.
               10 AR-SOURCE      PIC X(64).
               10 AR-LOCAL       PIC X(64).
               10 AR-FAR         PIC X(80).
               10 AR-RECORDS     PIC 9(12).
               10 AR-HASH        PIC 9(15).
               10 AR-SHIPPED     PIC X.
               10 AR-VERIFIED    PIC X.
       01 AR-IDX             PIC 99 COMP-5.
       01 AR-HIT-IDX         PIC 99 COMP-5.

      * The last verified night's manifest - the baseline an
      * artifact must differ from to be shipped again.
       01 PREV-MANIFEST      PIC X(80) VALUE SPACES.
       01 PV-COUNT           PIC 99 COMP-5 VALUE 0.
       01 PREV-TABLE.
           05 PV-ENTRY OCCURS 30 TIMES.
               10 PV-SOURCE      PIC X(64).
               10 PV-KIND        PIC X.
               10 PV-FAR         PIC X(80).
               10 PV-RECORDS     PIC 9(12).
               10 PV-HASH        PIC 9(15).
       01 PV-IDX             PIC 99 COMP-5.

       01 SNAP-NAME          PIC X(64).
       01 BASE-START         PIC 99 COMP-5.
       01 CHAR-IDX           PIC 99 COMP-5.

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

       01 SHELL-COMMAND      PIC X(240).
       01 SHELL-RC           PIC S9(4) COMP-5.
       01 SHELL-FROM         PIC X(80).
       01 SHELL-TO           PIC X(80).

       01 SHIPPED-COUNT      PIC 9(3) VALUE 0.
       01 UNCHANGED-COUNT    PIC 9(3) VALUE 0.
       01 ABSENT-COUNT       PIC 9(3) VALUE 0.
       01 FAILED-COUNT       PIC 9(3) VALUE 0.
       01 MAN-READ-COUNT     PIC 99 COMP-5.
       01 COUNT-EDITED       PIC ZZ9.
       01 RECORDS-EDITED     PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 SEQ-EDITED         PIC 99.
       01 SHIP-WORD          PIC X(9).
       01 VERIFY-WORD        PIC X(8).

       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO RPT-LINE
           ACCEPT RUN-STAMP FROM ENVIRONMENT "RUN_STAMP"
           IF RUN-STAMP = SPACES
               MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-STAMP
           END-IF
           ACCEPT DR-DIR FROM ENVIRONMENT "DR_DIR"
           IF DR-DIR = SPACES
               MOVE "drsite" TO DR-DIR
           END-IF
           PERFORM 1000-SET-BUSINESS-DATE
           MOVE SPACES TO NIGHT-DIR
           STRING DR-DIR        DELIMITED BY SPACE
                  "/"           DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SPACE
               INTO NIGHT-DIR
           END-STRING
           MOVE SPACES TO NIGHT-MANIFEST
           STRING NIGHT-DIR  DELIMITED BY SPACE
                  "/DRMANIF" DELIMITED BY SIZE
               INTO NIGHT-MANIFEST
           END-STRING

           MOVE SPACES TO SHELL-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  NIGHT-DIR   DELIMITED BY SPACE
               INTO SHELL-COMMAND
           END-STRING
           PERFORM 8000-RUN-SHELL
           IF SHELL-RC NOT = ZERO
               MOVE "DR REPLICATION: DR DIRECTORY NOT WRITABLE"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LOAD-LAST-VERIFIED
           PERFORM 2000-COLLECT-ARTIFACTS
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-COUNT
               PERFORM 3000-SHIP-ONE-ARTIFACT
           END-PERFORM
           PERFORM 4000-WRITE-MANIFEST
           PERFORM 5000-VERIFY-FAR-COPY
           PERFORM 6000-WRITE-REGISTER
           PERFORM 7000-WRITE-REPORT

           IF FAILED-COUNT > 0
               MOVE FAILED-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "DR REPLICATION: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " ARTIFACT(S) NOT VERIFIED AT DR - SEE DRREPRPT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SHIPPED-COUNT TO COUNT-EDITED
               MOVE SPACES TO LOG-TEXT
               STRING "DR REPLICATION: " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " SHIPPED, MANIFEST VERIFIED AT DR"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
               MOVE 0 TO RETURN-CODE
           END-IF
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

       1100-LOAD-LAST-VERIFIED.
      * The register is append-only, so the last VERIFIED entry is
      * the newest far copy known good. No register, or a manifest
      * no longer readable at DR, simply ships everything.
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
                       IF DRR-IS-VERIFIED
                           MOVE DRR-MANIFEST TO PREV-MANIFEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRREGFILE
           IF PREV-MANIFEST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE PREV-MANIFEST TO MAN-FILE-NAME
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DRMANFILE
           IF NOT DRMAN-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ DRMANFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF NOT DRM-WAS-ABSENT AND PV-COUNT < 30
                           ADD 1 TO PV-COUNT
                           MOVE DRM-SOURCE-NAME TO PV-SOURCE(PV-COUNT)
                           MOVE DRM-KIND        TO PV-KIND(PV-COUNT)
                           MOVE DRM-FAR-NAME    TO PV-FAR(PV-COUNT)
                           MOVE DRM-RECORDS     TO PV-RECORDS(PV-COUNT)
                           MOVE DRM-HASH        TO PV-HASH(PV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRMANFILE.

       2000-COLLECT-ARTIFACTS.
      * Restore order is list order - keyed masters first, the GL
      * and the catalog next, the snapshot and the official files
      * last. The keyed masters are unloaded as they are listed.
           MOVE "SUMOFFM" TO AR-ARTIFACT(1)
           PERFORM 2100-UNLOAD-OFFM
           MOVE "SUMFOFFM" TO AR-ARTIFACT(2)
           PERFORM 2200-UNLOAD-FOFFM
           MOVE "SUMRUNH" TO AR-ARTIFACT(3)
           PERFORM 2300-UNLOAD-RUNH
           MOVE "SUMBALL" TO AR-ARTIFACT(4)
           PERFORM 2400-UNLOAD-BALL
           MOVE 4 TO AR-COUNT
           PERFORM VARYING AR-IDX FROM 1 BY 1 UNTIL AR-IDX > 4
               MOVE "K" TO AR-KIND(AR-IDX)
               MOVE AR-ARTIFACT(AR-IDX) TO AR-SOURCE(AR-IDX)
               MOVE SPACES TO AR-LOCAL(AR-IDX)
               STRING AR-ARTIFACT(AR-IDX) DELIMITED BY SPACE
                      ".UNL"              DELIMITED BY SIZE
                   INTO AR-LOCAL(AR-IDX)
               END-STRING
           END-PERFORM

           MOVE "SUMGLREG" TO SNAP-NAME
           PERFORM 2500-ADD-TEXT-ARTIFACT
           MOVE "SUMGLARC" TO SNAP-NAME
           PERFORM 2500-ADD-TEXT-ARTIFACT
           MOVE "SUMARCAT" TO SNAP-NAME
           PERFORM 2500-ADD-TEXT-ARTIFACT

           PERFORM 2600-ADD-NIGHT-SNAPSHOT
           PERFORM 2700-ADD-OFFICIAL-FILES.

       2100-UNLOAD-OFFM.
           MOVE "SUMOFFM.UNL" TO UNL-FILE-NAME
           MOVE "A" TO AR-SHIPPED(1)
           OPEN INPUT OFFMFILE
           IF NOT OFFM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO AR-SHIPPED(1)
           OPEN OUTPUT UNLFILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FILE-AT-EOF
               READ OFFMFILE NEXT RECORD
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE OFFM-RECORD TO UNL-LINE
                       WRITE UNL-LINE
               END-READ
           END-PERFORM
           CLOSE UNLFILE
           CLOSE OFFMFILE.

       2200-UNLOAD-FOFFM.
           MOVE "SUMFOFFM.UNL" TO UNL-FILE-NAME
           MOVE "A" TO AR-SHIPPED(2)
           OPEN INPUT FOFFMFILE
           IF NOT FOFFM-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO AR-SHIPPED(2)
           OPEN OUTPUT UNLFILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FILE-AT-EOF
               READ FOFFMFILE NEXT RECORD
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE FOFFM-RECORD TO UNL-LINE
                       WRITE UNL-LINE
               END-READ
           END-PERFORM
           CLOSE UNLFILE
           CLOSE FOFFMFILE.

       2300-UNLOAD-RUNH.
           MOVE "SUMRUNH.UNL" TO UNL-FILE-NAME
           MOVE "A" TO AR-SHIPPED(3)
           OPEN INPUT RUNHFILE
           IF NOT RUNH-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO AR-SHIPPED(3)
           OPEN OUTPUT UNLFILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FILE-AT-EOF
               READ RUNHFILE NEXT RECORD
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE RUNH-RECORD TO UNL-LINE
                       WRITE UNL-LINE
               END-READ
           END-PERFORM
           CLOSE UNLFILE
           CLOSE RUNHFILE.

       2400-UNLOAD-BALL.
           MOVE "SUMBALL.UNL" TO UNL-FILE-NAME
           MOVE "A" TO AR-SHIPPED(4)
           OPEN INPUT BALLFILE
           IF NOT BALL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO AR-SHIPPED(4)
           OPEN OUTPUT UNLFILE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FILE-AT-EOF
               READ BALLFILE NEXT RECORD
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE BALL-RECORD TO UNL-LINE
                       WRITE UNL-LINE
               END-READ
           END-PERFORM
           CLOSE UNLFILE
           CLOSE BALLFILE.

       2500-ADD-TEXT-ARTIFACT.
           ADD 1 TO AR-COUNT
           MOVE SNAP-NAME TO AR-ARTIFACT(AR-COUNT)
           MOVE "T"       TO AR-KIND(AR-COUNT)
           MOVE SNAP-NAME TO AR-SOURCE(AR-COUNT)
           MOVE SNAP-NAME TO AR-LOCAL(AR-COUNT)
           MOVE SPACE     TO AR-SHIPPED(AR-COUNT).

       2600-ADD-NIGHT-SNAPSHOT.
      * The last snapshot cataloged for the date - the one the
      * night's run was taken behind, as ARCH-REST picks it (so
      * never a DB-MAINT pre-compaction copy).
           MOVE SPACES TO SNAP-NAME
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ARCATFILE
           IF ARCAT-FILE-OK
               PERFORM UNTIL FILE-AT-EOF
                   READ ARCATFILE
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF ARC-BUSINESS-DATE = BUSINESS-DATE AND
                              ARC-OUTCOME NOT = "DBMAINT"
                               MOVE ARC-SNAP-NAME TO SNAP-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCATFILE
           END-IF
           ADD 1 TO AR-COUNT
           MOVE "SNAPSHOT" TO AR-ARTIFACT(AR-COUNT)
           MOVE "B"        TO AR-KIND(AR-COUNT)
           MOVE SNAP-NAME  TO AR-SOURCE(AR-COUNT)
           MOVE SNAP-NAME  TO AR-LOCAL(AR-COUNT)
           MOVE SPACE      TO AR-SHIPPED(AR-COUNT)
           IF SNAP-NAME = SPACES
               MOVE "A" TO AR-SHIPPED(AR-COUNT)
           END-IF.

       2700-ADD-OFFICIAL-FILES.
      * Every destination journaled COMPLETE for the date, once -
      * a rerun's promotion adds its own stamped copies.
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
                       IF PJ-IS-COMPLETE AND
                          PJ-RUN-DATE = BUSINESS-DATE
                           PERFORM 2710-ADD-ONE-OFFICIAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMJFILE.

       2710-ADD-ONE-OFFICIAL.
           MOVE 0 TO AR-HIT-IDX
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-COUNT
               IF AR-SOURCE(AR-IDX) = PJ-DEST-NAME
                   MOVE AR-IDX TO AR-HIT-IDX
               END-IF
           END-PERFORM
           IF AR-HIT-IDX > 0 OR AR-COUNT NOT < 30
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AR-COUNT
           MOVE PJ-FILE-NAME TO AR-ARTIFACT(AR-COUNT)
           MOVE "T"          TO AR-KIND(AR-COUNT)
           MOVE PJ-DEST-NAME TO AR-SOURCE(AR-COUNT)
           MOVE PJ-DEST-NAME TO AR-LOCAL(AR-COUNT)
           MOVE SPACE        TO AR-SHIPPED(AR-COUNT).

       3000-SHIP-ONE-ARTIFACT.
           MOVE SPACE TO AR-VERIFIED(AR-IDX)
           IF AR-SHIPPED(AR-IDX) = "A"
               ADD 1 TO ABSENT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE AR-LOCAL(AR-IDX) TO GEN-FILE-NAME
           MOVE AR-KIND(AR-IDX) TO HASH-KIND
           PERFORM 5500-COUNT-AND-HASH
           IF NOT HASH-TAKEN
               MOVE "A" TO AR-SHIPPED(AR-IDX)
               ADD 1 TO ABSENT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FILE-REC-COUNT TO AR-RECORDS(AR-IDX)
           MOVE FILE-HASH      TO AR-HASH(AR-IDX)

           PERFORM VARYING PV-IDX FROM 1 BY 1
                   UNTIL PV-IDX > PV-COUNT
               IF PV-SOURCE(PV-IDX) = AR-SOURCE(AR-IDX) AND
                  PV-KIND(PV-IDX) = AR-KIND(AR-IDX) AND
                  PV-RECORDS(PV-IDX) = AR-RECORDS(AR-IDX) AND
                  PV-HASH(PV-IDX) = AR-HASH(AR-IDX)
                   MOVE PV-FAR(PV-IDX) TO AR-FAR(AR-IDX)
                   MOVE "U" TO AR-SHIPPED(AR-IDX)
               END-IF
           END-PERFORM
           IF AR-SHIPPED(AR-IDX) = "U"
               ADD 1 TO UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF

      * The far copy takes the local file's own name, without any
      * directory in front of it.
           MOVE 1 TO BASE-START
           PERFORM VARYING CHAR-IDX FROM 1 BY 1 UNTIL CHAR-IDX > 64
               IF AR-LOCAL(AR-IDX)(CHAR-IDX:1) = "/"
                   COMPUTE BASE-START = CHAR-IDX + 1
               END-IF
           END-PERFORM
           MOVE SPACES TO AR-FAR(AR-IDX)
           STRING NIGHT-DIR DELIMITED BY SPACE
                  "/"       DELIMITED BY SIZE
                  AR-LOCAL(AR-IDX)(BASE-START:) DELIMITED BY SPACE
               INTO AR-FAR(AR-IDX)
           END-STRING
           MOVE AR-LOCAL(AR-IDX) TO SHELL-FROM
           MOVE AR-FAR(AR-IDX)   TO SHELL-TO
           PERFORM 8100-COPY-FILE
           MOVE "S" TO AR-SHIPPED(AR-IDX)
           IF SHELL-RC = ZERO
               ADD 1 TO SHIPPED-COUNT
           ELSE
               MOVE "F" TO AR-VERIFIED(AR-IDX)
           END-IF.

       4000-WRITE-MANIFEST.
      * Written locally, then shipped - the DR copy is the one the
      * verification reads and the restore works from.
           MOVE "SUMDRMAN" TO MAN-FILE-NAME
           OPEN OUTPUT DRMANFILE
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-COUNT
               MOVE SPACES TO DRMAN-RECORD
               MOVE AR-IDX              TO DRM-SEQ
               MOVE BUSINESS-DATE       TO DRM-BUSINESS-DATE
               MOVE RUN-STAMP           TO DRM-RUN-STAMP
               MOVE AR-ARTIFACT(AR-IDX) TO DRM-ARTIFACT
               MOVE AR-KIND(AR-IDX)     TO DRM-KIND
               MOVE AR-SOURCE(AR-IDX)   TO DRM-SOURCE-NAME
               MOVE ZERO                TO DRM-RECORDS
               MOVE ZERO                TO DRM-HASH
               IF AR-SHIPPED(AR-IDX) NOT = "A"
                   MOVE AR-FAR(AR-IDX)     TO DRM-FAR-NAME
                   MOVE AR-RECORDS(AR-IDX) TO DRM-RECORDS
                   MOVE AR-HASH(AR-IDX)    TO DRM-HASH
               END-IF
               MOVE AR-SHIPPED(AR-IDX)  TO DRM-SHIPPED
               WRITE DRMAN-RECORD
           END-PERFORM
           CLOSE DRMANFILE
           MOVE "SUMDRMAN"     TO SHELL-FROM
           MOVE NIGHT-MANIFEST TO SHELL-TO
           PERFORM 8100-COPY-FILE.

       5000-VERIFY-FAR-COPY.
      * Every far copy the DR manifest names is re-read at the DR
      * location and held to the manifest's count and hash. A
      * manifest that is missing or short there fails the night.
           MOVE 0 TO MAN-READ-COUNT
           MOVE NIGHT-MANIFEST TO MAN-FILE-NAME
           MOVE "N" TO MAN-EOF-FLAG
           OPEN INPUT DRMANFILE
           IF DRMAN-FILE-OK
               PERFORM UNTIL MAN-AT-EOF
                   READ DRMANFILE
                       AT END
                           SET MAN-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO MAN-READ-COUNT
                           PERFORM 5100-VERIFY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DRMANFILE
           END-IF
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-COUNT
               IF AR-VERIFIED(AR-IDX) = "F"
                   ADD 1 TO FAILED-COUNT
               END-IF
           END-PERFORM
           IF MAN-READ-COUNT NOT = AR-COUNT
               ADD 1 TO FAILED-COUNT
               MOVE "DR REPLICATION: MANIFEST AT DR MISSING OR SHORT"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       5100-VERIFY-ONE-ENTRY.
           IF DRM-SEQ < 1 OR DRM-SEQ > AR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE DRM-SEQ TO AR-IDX
           IF DRM-WAS-ABSENT OR AR-VERIFIED(AR-IDX) = "F"
               EXIT PARAGRAPH
           END-IF
           MOVE DRM-FAR-NAME TO GEN-FILE-NAME
           MOVE DRM-KIND TO HASH-KIND
           PERFORM 5500-COUNT-AND-HASH
           IF HASH-TAKEN AND FILE-REC-COUNT = DRM-RECORDS AND
              FILE-HASH = DRM-HASH
               MOVE "V" TO AR-VERIFIED(AR-IDX)
           ELSE
               MOVE "F" TO AR-VERIFIED(AR-IDX)
               MOVE SPACES TO LOG-TEXT
               STRING "DR REPLICATION: FAR COPY NOT VERIFIED: "
                          DELIMITED BY SIZE
                      DRM-ARTIFACT DELIMITED BY SPACE
                   INTO LOG-TEXT
               END-STRING
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF.

       5500-COUNT-AND-HASH.
      * By HASH-KIND: the CFG-SNAP count and hash of a line file, or
      * the byte count and cksum CRC of a binary one.
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

       6000-WRITE-REGISTER.
           OPEN EXTEND DRREGFILE
           MOVE SPACES TO DRREG-RECORD
           MOVE BUSINESS-DATE   TO DRR-BUSINESS-DATE
           MOVE RUN-STAMP       TO DRR-RUN-STAMP
           MOVE NIGHT-MANIFEST  TO DRR-MANIFEST
           MOVE SHIPPED-COUNT   TO DRR-SHIPPED
           MOVE UNCHANGED-COUNT TO DRR-UNCHANGED
           MOVE ABSENT-COUNT    TO DRR-ABSENT
           MOVE FAILED-COUNT    TO DRR-FAILED
           IF FAILED-COUNT = 0
               MOVE "VERIFIED" TO DRR-STATUS
           ELSE
               MOVE "FAILED" TO DRR-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:16) TO DRR-WRITTEN-TS
           WRITE DRREG-RECORD
           CLOSE DRREGFILE
           MOVE "SUMDRREG" TO SHELL-FROM
           MOVE SPACES TO SHELL-TO
           STRING DR-DIR      DELIMITED BY SPACE
                  "/SUMDRREG" DELIMITED BY SIZE
               INTO SHELL-TO
           END-STRING
           PERFORM 8100-COPY-FILE.

       6800-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE.

       7000-WRITE-REPORT.
           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"     TO RW-ACTION
           MOVE "DRREPRPT" TO RW-FILE-NAME
           MOVE "DR REPLICATION" TO RW-TITLE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                  BUSINESS-DATE    DELIMITED BY SIZE
                  "  MANIFEST "    DELIMITED BY SIZE
                  NIGHT-MANIFEST   DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "SEQ ARTIFACT     KIND       RECORDS" TO RPT-LINE
           MOVE "SHIPPED   VERIFY" TO RPT-LINE(38:16)
           PERFORM 6800-WRITE-RPT-LINE
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-COUNT
               PERFORM 7100-PRINT-ONE-ARTIFACT
           END-PERFORM
           PERFORM 6800-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE SHIPPED-COUNT TO COUNT-EDITED
           STRING "TOTAL SHIPPED " DELIMITED BY SIZE
                  COUNT-EDITED     DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           MOVE UNCHANGED-COUNT TO COUNT-EDITED
           STRING "  UNCHANGED "   DELIMITED BY SIZE
                  COUNT-EDITED     DELIMITED BY SIZE
               INTO RPT-LINE(18:)
           END-STRING
           MOVE ABSENT-COUNT TO COUNT-EDITED
           STRING "  ABSENT "      DELIMITED BY SIZE
                  COUNT-EDITED     DELIMITED BY SIZE
               INTO RPT-LINE(33:)
           END-STRING
           MOVE FAILED-COUNT TO COUNT-EDITED
           STRING "  FAILED "      DELIMITED BY SIZE
                  COUNT-EDITED     DELIMITED BY SIZE
               INTO RPT-LINE(45:)
           END-STRING
           MOVE "TOTAL" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST
           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST.

       7100-PRINT-ONE-ARTIFACT.
           MOVE AR-IDX TO SEQ-EDITED
           EVALUATE AR-SHIPPED(AR-IDX)
               WHEN "S"
                   MOVE "SHIPPED"   TO SHIP-WORD
               WHEN "U"
                   MOVE "UNCHANGED" TO SHIP-WORD
               WHEN OTHER
                   MOVE "ABSENT"    TO SHIP-WORD
           END-EVALUATE
           EVALUATE AR-VERIFIED(AR-IDX)
               WHEN "V"
                   MOVE "VERIFIED" TO VERIFY-WORD
               WHEN "F"
                   MOVE "FAILED"   TO VERIFY-WORD
               WHEN OTHER
                   MOVE SPACES     TO VERIFY-WORD
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           IF AR-SHIPPED(AR-IDX) = "A"
               STRING SEQ-EDITED          DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      AR-ARTIFACT(AR-IDX) DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      AR-KIND(AR-IDX)     DELIMITED BY SIZE
                      "                   " DELIMITED BY SIZE
                      SHIP-WORD           DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE AR-RECORDS(AR-IDX) TO RECORDS-EDITED
           STRING SEQ-EDITED          DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  AR-ARTIFACT(AR-IDX) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AR-KIND(AR-IDX)     DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  RECORDS-EDITED      DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  SHIP-WORD           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  VERIFY-WORD         DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           STRING "      " DELIMITED BY SIZE
                  AR-FAR(AR-IDX) DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

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

       END PROGRAM DR-SHIP.
