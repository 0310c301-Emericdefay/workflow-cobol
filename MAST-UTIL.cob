       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAST-UTIL.

      *****************************************************************
      * MAST-UTIL - unload, check and rebuild the keyed masters
      * SUMOFFM, SUMRUNH, SUMBALL and SUMFOFFM, which nothing but
      * their own update programs otherwise touches. This is the
      * path after any file-status error on one of them: unload what
      * the master will still give up, check the unload, and reload
      * a clean file from an unload that checked clean.
      *
      * Environment:
      *   MUMODE   UNLOAD (default) - unload MUMASTER to
      *            MUDIR/<master>.<yyyymmdd>.UNL (see CBMUNL) with
      *            a count-and-hash trailer, then check it. The
      *            weekly housekeeping run is UNLOAD of ALL.
      *            CHECK - check the unload named in MUUNLOAD only.
      *            RELOAD - check MUUNLOAD and, only if it is clean,
      *            load it into <master>.NEW, count it back, set the
      *            live file aside as <master>.<stamp>.OLD and put the
      *            rebuilt file in its place.
      *            CONVERT - SUMRUNH still in its original 103-byte
      *            layout is unloaded, checked and reloaded in the
      *            current one (the fields added since are left
      *            blank); a file already current, or none at all,
      *            is left alone, so the step can run every night.
      *   MUMASTER SUMOFFM, SUMRUNH, SUMBALL, SUMFOFFM, or ALL (the
      *            default, UNLOAD only).
      *   MUDIR    unload directory, default mastbkp.
      *   MUUNLOAD the unload to CHECK or RELOAD from.
      *
      * An unload of SUMRUNH reads the 103-byte layout when that is
      * what the live file still holds, and says so on MASTRPT.
      *
      * The check holds an unload to its trailer (count, hash, the
      * master it came from), to strictly ascending keys - a key out
      * of sequence or repeated is an error - and to each master's
      * field edits: key names present, dates real, amounts and
      * counts numeric, and on SUMBALL the closing equal to opening
      * plus net. Report to MASTRPT.
      *
      * RC 0 = done and clean, 4 = an unload stopped short or an
      * unload failed its check, 8 = bad parameters, a master or
      * unload that would not open, or a reload refused or failed
      * (the live file is then left exactly as it was).
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
           SELECT RUNHLFILE ASSIGN TO DYNAMIC KEYED-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS RUNHL-KEY
               FILE STATUS IS KEYED-FILE-STATUS.
           SELECT BALLFILE ASSIGN TO DYNAMIC KEYED-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS BALL-KEY
               FILE STATUS IS KEYED-FILE-STATUS.
           SELECT UNLFILE ASSIGN TO DYNAMIC UNL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS UNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFMFILE.
           COPY CBOFFM.

       FD  FOFFMFILE.
           COPY CBFOFFM.

       FD  RUNHFILE.
           COPY CBRUNH.

      * SUMRUNH as first written - key, outcome, return code, rows,
      * total and end time, before the run number and everything
      * after it were carried. Read only, to unload and convert.
       FD  RUNHLFILE.
       01 RUNHL-RECORD.
           05 RUNHL-KEY          PIC X(56).
           05 FILLER             PIC X(47).

       FD  BALLFILE.
           COPY CBBALL.

       FD  UNLFILE.
           COPY CBMUNL.

       WORKING-STORAGE SECTION.
       01 KEYED-FILE-STATUS  PIC XX.
           88 KEYED-FILE-OK      VALUE "00" "02".
           88 KEYED-FILE-ABSENT  VALUE "35".
           88 KEYED-FILE-WRONG-LAYOUT VALUE "39".
       01 RUNH-LAYOUT-FLAG   PIC X VALUE "N".
           88 RUNH-LEGACY-LAYOUT VALUE "Y".
       01 UNL-FILE-STATUS    PIC XX.
           88 UNL-FILE-OK        VALUE "00".
       01 EOF-FLAG           PIC X.
           88 FILE-AT-EOF        VALUE "Y".
       01 LOG-TEXT           PIC X(80).
       01 LOG-SEV            PIC X.

       01 RUN-MODE           PIC X(8).
           88 MODE-UNLOAD        VALUE "UNLOAD".
           88 MODE-CHECK         VALUE "CHECK".
           88 MODE-RELOAD        VALUE "RELOAD".
           88 MODE-CONVERT       VALUE "CONVERT".
       01 WANT-MASTER        PIC X(12).
       01 UNLOAD-DIR         PIC X(40).
       01 UNL-FILE-NAME      PIC X(80).
       01 KEYED-FILE-NAME    PIC X(80).
       01 NEW-FILE-NAME      PIC X(80).
       01 OLD-FILE-NAME      PIC X(80).
       01 NAME-FROM-Z        PIC X(81).
       01 NAME-TO-Z          PIC X(81).
       01 RENAME-RC          PIC S9(9) COMP-5.
       01 SHELL-COMMAND      PIC X(120).
       01 SHELL-RC           PIC S9(4) COMP-5.
       01 CURRENT-DATE-WORK  PIC X(21).
       01 RUN-STAMP          PIC X(14).
       01 WORST-RC           PIC 9 VALUE 0.

      * The four keyed masters and the length of the key each one
      * leads its record with.
       01 MASTER-LIST.
           05 MASTER-LIST-VALUES.
               10 FILLER PIC X(15) VALUE "SUMOFFM     040".
               10 FILLER PIC X(15) VALUE "SUMRUNH     056".
               10 FILLER PIC X(15) VALUE "SUMBALL     040".
               10 FILLER PIC X(15) VALUE "SUMFOFFM    104".
           05 MASTER-ENTRY REDEFINES MASTER-LIST-VALUES
               OCCURS 4 TIMES.
               10 ML-NAME        PIC X(12).
               10 ML-KEY-LEN     PIC 999.
       01 MASTER-IDX         PIC 9 COMP-5.
       01 MASTER-HIT-IDX     PIC 9 COMP-5.
       01 CUR-MASTER         PIC X(12).
       01 KEY-LEN            PIC 999.

      * Unload and check working fields.
       01 REC-IMAGE          PIC X(250).
       01 UNLOAD-COUNT       PIC 9(12).
       01 UNLOAD-HASH        PIC 9(15) COMP-3.
       01 UNLOAD-COMPLETE    PIC X.
           88 UNLOAD-WAS-COMPLETE VALUE "Y".
       01 STOP-STATUS        PIC XX.
       01 FILE-REC-COUNT     PIC 9(12).
       01 FILE-HASH          PIC 9(15) COMP-3.
       01 HASH-CHAR-POS      PIC 9(3) COMP-5.
       01 PREV-KEY           PIC X(104).
       01 CHECK-ERRORS       PIC 9(6).
       01 ERROR-TEXT         PIC X(30).
       01 TRAILER-FLAG       PIC X.
           88 TRAILER-SEEN       VALUE "Y".
       01 TRL-MASTER         PIC X(12).
       01 TRL-RECORDS        PIC 9(12).
       01 TRL-HASH           PIC 9(15).
       01 TRL-COMPLETE       PIC X.
       01 TRL-STOP-STATUS    PIC XX.
       01 LOADED-COUNT       PIC 9(12).
       01 LOAD-FAILED-FLAG   PIC X.
           88 LOAD-FAILED        VALUE "Y".
       01 EDIT-DATE          PIC X(10).
       01 DATE-DIGITS        PIC X(8).
       01 DATE-NUMBER        PIC 9(8).
       01 DATE-BAD-FLAG      PIC X.
           88 DATE-IS-BAD        VALUE "Y".
       01 BALANCE-WORK       PIC S9(12)V99.

      * Field-edit views of the record image, one per master.
           COPY CBOFFM  REPLACING LEADING ==OFFM-== BY ==CHK-OFFM-==.
           COPY CBFOFFM REPLACING LEADING ==FOFFM-== BY ==CHK-FOFFM-==.
           COPY CBRUNH  REPLACING LEADING ==RUNH-== BY ==CHK-RUNH-==.
           COPY CBBALL  REPLACING LEADING ==BALL-== BY ==CHK-BALL-==.

       01 COUNT-EDITED       PIC ZZZ,ZZZ,ZZ9.
       01 ERRORS-EDITED      PIC ZZZ,ZZ9.
       01 HASH-EDITED        PIC Z(14)9.
       01 REC-NO-EDITED      PIC 9(6).

       01 RPT-LINE           PIC X(80).
           COPY CBRPTW.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE SPACES TO RPT-LINE
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WORK
           MOVE CURRENT-DATE-WORK(1:14) TO RUN-STAMP
           MOVE SPACES TO RUN-MODE
           ACCEPT RUN-MODE FROM ENVIRONMENT "MUMODE"
           IF RUN-MODE = SPACES
               MOVE "UNLOAD" TO RUN-MODE
           END-IF
           MOVE SPACES TO WANT-MASTER
           ACCEPT WANT-MASTER FROM ENVIRONMENT "MUMASTER"
           IF WANT-MASTER = SPACES
               MOVE "ALL" TO WANT-MASTER
           END-IF
           MOVE SPACES TO UNLOAD-DIR
           ACCEPT UNLOAD-DIR FROM ENVIRONMENT "MUDIR"
           IF UNLOAD-DIR = SPACES
               MOVE "mastbkp" TO UNLOAD-DIR
           END-IF
           MOVE SPACES TO UNL-FILE-NAME
           ACCEPT UNL-FILE-NAME FROM ENVIRONMENT "MUUNLOAD"

           MOVE 0 TO MASTER-HIT-IDX
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
                   UNTIL MASTER-IDX > 4
               IF ML-NAME(MASTER-IDX) = WANT-MASTER
                   MOVE MASTER-IDX TO MASTER-HIT-IDX
               END-IF
           END-PERFORM

           MOVE SPACES TO LOG-TEXT
           EVALUATE TRUE
               WHEN NOT MODE-UNLOAD AND NOT MODE-CHECK AND
                    NOT MODE-RELOAD AND NOT MODE-CONVERT
                   MOVE "MASTER UTILITY: MUMODE MUST BE UNLOAD, CHECK"
                       TO LOG-TEXT
                   MOVE ", RELOAD OR CONVERT" TO LOG-TEXT(45:19)
               WHEN MASTER-HIT-IDX = 0 AND
                    (WANT-MASTER NOT = "ALL" OR NOT MODE-UNLOAD)
                   STRING "MASTER UTILITY: NOT A KEYED MASTER: "
                              DELIMITED BY SIZE
                          WANT-MASTER DELIMITED BY SPACE
                       INTO LOG-TEXT
                   END-STRING
               WHEN MODE-CONVERT AND WANT-MASTER NOT = "SUMRUNH"
                   MOVE "MASTER UTILITY: ONLY SUMRUNH HAS A LAYOUT TO"
                       TO LOG-TEXT
                   MOVE " CONVERT" TO LOG-TEXT(45:8)
               WHEN NOT MODE-UNLOAD AND NOT MODE-CONVERT AND
                    UNL-FILE-NAME = SPACES
                   MOVE "MASTER UTILITY: MUUNLOAD NOT SET" TO LOG-TEXT
           END-EVALUATE
           IF LOG-TEXT NOT = SPACES
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO RW-REQUEST
           MOVE "OPEN"    TO RW-ACTION
           MOVE "MASTRPT" TO RW-FILE-NAME
           STRING "KEYED MASTER " DELIMITED BY SIZE
                  RUN-MODE        DELIMITED BY SPACE
               INTO RW-TITLE
           END-STRING
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           EVALUATE TRUE
               WHEN MODE-UNLOAD
                   MOVE SPACES TO SHELL-COMMAND
                   STRING "mkdir -p " DELIMITED BY SIZE
                          UNLOAD-DIR  DELIMITED BY SPACE
                       INTO SHELL-COMMAND
                   END-STRING
                   PERFORM 8000-RUN-SHELL
                   IF MASTER-HIT-IDX > 0
                       MOVE MASTER-HIT-IDX TO MASTER-IDX
                       PERFORM 2000-UNLOAD-MASTER
                   ELSE
                       PERFORM VARYING MASTER-IDX FROM 1 BY 1
                               UNTIL MASTER-IDX > 4
                           PERFORM 2000-UNLOAD-MASTER
                       END-PERFORM
                   END-IF
               WHEN MODE-CHECK
                   MOVE MASTER-HIT-IDX TO MASTER-IDX
                   PERFORM 1000-SET-MASTER
                   PERFORM 3000-CHECK-UNLOAD
               WHEN MODE-RELOAD
                   MOVE MASTER-HIT-IDX TO MASTER-IDX
                   PERFORM 1000-SET-MASTER
                   PERFORM 3000-CHECK-UNLOAD
                   PERFORM 4000-RELOAD-MASTER
               WHEN MODE-CONVERT
                   MOVE MASTER-HIT-IDX TO MASTER-IDX
                   PERFORM 4500-CONVERT-MASTER
           END-EVALUATE

           MOVE "CLOSE" TO RW-ACTION
           CALL "RPT-WRITER" USING BY REFERENCE RW-REQUEST

           MOVE SPACES TO LOG-TEXT
           STRING "MASTER UTILITY: " DELIMITED BY SIZE
                  RUN-MODE           DELIMITED BY SPACE
                  " OF "             DELIMITED BY SIZE
                  WANT-MASTER        DELIMITED BY SPACE
                  " - SEE MASTRPT"   DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           IF WORST-RC = 0
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT
           ELSE
               MOVE "W" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           END-IF
           MOVE WORST-RC TO RETURN-CODE
           GOBACK.

       1000-SET-MASTER.
           MOVE ML-NAME(MASTER-IDX)    TO CUR-MASTER
           MOVE ML-KEY-LEN(MASTER-IDX) TO KEY-LEN.

       2000-UNLOAD-MASTER.
      * Reads the master in key order until it ends or stops
      * answering; everything read is on the unload either way,
      * and the trailer says which it was.
           PERFORM 1000-SET-MASTER
           MOVE SPACES TO UNL-FILE-NAME
           STRING UNLOAD-DIR              DELIMITED BY SPACE
                  "/"                     DELIMITED BY SIZE
                  CUR-MASTER              DELIMITED BY SPACE
                  "."                     DELIMITED BY SIZE
                  CURRENT-DATE-WORK(1:8)  DELIMITED BY SIZE
                  ".UNL"                  DELIMITED BY SIZE
               INTO UNL-FILE-NAME
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           STRING CUR-MASTER    DELIMITED BY SPACE
                  " UNLOAD TO " DELIMITED BY SIZE
                  UNL-FILE-NAME DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE

           MOVE CUR-MASTER TO KEYED-FILE-NAME
           PERFORM 2300-OPEN-MASTER-INPUT
           IF KEYED-FILE-ABSENT
               MOVE "  NO SUCH FILE - NOTHING TO UNLOAD" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT KEYED-FILE-OK
               STRING "  WOULD NOT OPEN, STATUS " DELIMITED BY SIZE
                      KEYED-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "MASTER UTILITY: " DELIMITED BY SIZE
                      CUR-MASTER DELIMITED BY SPACE
                      " WOULD NOT OPEN FOR UNLOAD, STATUS "
                          DELIMITED BY SIZE
                      KEYED-FILE-STATUS DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               PERFORM 2900-ALERT-FINDING
               MOVE 8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT UNLFILE
           IF NOT UNL-FILE-OK
               PERFORM 2400-CLOSE-MASTER
               STRING "  UNLOAD FILE WOULD NOT OPEN, STATUS "
                          DELIMITED BY SIZE
                      UNL-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               MOVE 8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO UNLOAD-COUNT
           MOVE 0 TO UNLOAD-HASH
           MOVE "Y" TO UNLOAD-COMPLETE
           MOVE SPACES TO STOP-STATUS
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FILE-AT-EOF
               PERFORM 2100-READ-MASTER-RECORD
           END-PERFORM
           PERFORM 2400-CLOSE-MASTER

           MOVE SPACES TO MUNL-RECORD
           MOVE "T"             TO MUNL-TYPE
           MOVE CUR-MASTER      TO MUNLT-MASTER
           MOVE CURRENT-DATE-WORK(1:16) TO MUNLT-UNLOADED-TS
           MOVE UNLOAD-COUNT    TO MUNLT-RECORDS
           MOVE UNLOAD-HASH     TO MUNLT-HASH
           MOVE UNLOAD-COMPLETE TO MUNLT-COMPLETE
           MOVE STOP-STATUS     TO MUNLT-STOP-STATUS
           WRITE MUNL-RECORD
           CLOSE UNLFILE

           MOVE UNLOAD-COUNT TO COUNT-EDITED
           MOVE UNLOAD-HASH  TO HASH-EDITED
           STRING "  UNLOADED " DELIMITED BY SIZE
                  COUNT-EDITED  DELIMITED BY SIZE
                  " RECORDS  HASH " DELIMITED BY SIZE
                  HASH-EDITED   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           IF CUR-MASTER = "SUMRUNH" AND RUNH-LEGACY-LAYOUT
               STRING "  READ IN THE OLD 103-BYTE LAYOUT - "
                          DELIMITED BY SIZE
                      "MUMODE=CONVERT REBUILDS IT" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF
           IF NOT UNLOAD-WAS-COMPLETE
               STRING "  MASTER STOPPED ANSWERING, STATUS "
                          DELIMITED BY SIZE
                      STOP-STATUS DELIMITED BY SIZE
                      " - UNLOAD HOLDS WHAT WAS READABLE"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "MASTER UTILITY: " DELIMITED BY SIZE
                      CUR-MASTER DELIMITED BY SPACE
                      " UNLOAD STOPPED SHORT, STATUS "
                          DELIMITED BY SIZE
                      STOP-STATUS DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               PERFORM 2900-ALERT-FINDING
               IF WORST-RC < 4
                   MOVE 4 TO WORST-RC
               END-IF
           END-IF
           PERFORM 3000-CHECK-UNLOAD.

       2100-READ-MASTER-RECORD.
           MOVE SPACES TO REC-IMAGE
           EVALUATE CUR-MASTER
               WHEN "SUMOFFM"
                   READ OFFMFILE NEXT RECORD
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           MOVE OFFM-RECORD TO REC-IMAGE
                   END-READ
               WHEN "SUMFOFFM"
                   READ FOFFMFILE NEXT RECORD
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           MOVE FOFFM-RECORD TO REC-IMAGE
                   END-READ
               WHEN "SUMRUNH"
                   IF RUNH-LEGACY-LAYOUT
                       READ RUNHLFILE NEXT RECORD
                           AT END
                               SET FILE-AT-EOF TO TRUE
                           NOT AT END
                               MOVE RUNHL-RECORD TO REC-IMAGE
                       END-READ
                   ELSE
                       READ RUNHFILE NEXT RECORD
                           AT END
                               SET FILE-AT-EOF TO TRUE
                           NOT AT END
                               MOVE RUNH-RECORD TO REC-IMAGE
                       END-READ
                   END-IF
               WHEN "SUMBALL"
                   READ BALLFILE NEXT RECORD
                       AT END
                           SET FILE-AT-EOF TO TRUE
                       NOT AT END
                           MOVE BALL-RECORD TO REC-IMAGE
                   END-READ
           END-EVALUATE
           IF FILE-AT-EOF
               EXIT PARAGRAPH
           END-IF
           IF NOT KEYED-FILE-OK
               MOVE "N" TO UNLOAD-COMPLETE
               MOVE KEYED-FILE-STATUS TO STOP-STATUS
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MUNL-RECORD
           MOVE "D"       TO MUNL-TYPE
           MOVE REC-IMAGE TO MUNL-DATA
           WRITE MUNL-RECORD
           IF NOT UNL-FILE-OK
      * A record the unload line cannot carry is as far as the
      * master can be trusted to have answered.
               MOVE "N" TO UNLOAD-COMPLETE
               MOVE UNL-FILE-STATUS TO STOP-STATUS
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UNLOAD-COUNT
           MOVE UNLOAD-HASH TO FILE-HASH
           PERFORM 5600-HASH-RECORD
           MOVE FILE-HASH TO UNLOAD-HASH.

       2300-OPEN-MASTER-INPUT.
           EVALUATE CUR-MASTER
               WHEN "SUMOFFM"
                   OPEN INPUT OFFMFILE
               WHEN "SUMFOFFM"
                   OPEN INPUT FOFFMFILE
               WHEN "SUMRUNH"
      * A file still in the first layout will not open against the
      * current record - fall back to reading it as it was written.
                   MOVE "N" TO RUNH-LAYOUT-FLAG
                   OPEN INPUT RUNHFILE
                   IF KEYED-FILE-WRONG-LAYOUT
                       SET RUNH-LEGACY-LAYOUT TO TRUE
                       OPEN INPUT RUNHLFILE
                   END-IF
               WHEN "SUMBALL"
                   OPEN INPUT BALLFILE
           END-EVALUATE.

       2400-CLOSE-MASTER.
           EVALUATE CUR-MASTER
               WHEN "SUMOFFM"
                   CLOSE OFFMFILE
               WHEN "SUMFOFFM"
                   CLOSE FOFFMFILE
               WHEN "SUMRUNH"
                   IF RUNH-LEGACY-LAYOUT
                       CLOSE RUNHLFILE
                   ELSE
                       CLOSE RUNHFILE
                   END-IF
               WHEN "SUMBALL"
                   CLOSE BALLFILE
           END-EVALUATE.

       2900-ALERT-FINDING.
           MOVE "E" TO LOG-SEV
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
           CALL "ALERT-NOTIFY" USING BY REFERENCE LOG-TEXT.

       3000-CHECK-UNLOAD.
           MOVE 0 TO CHECK-ERRORS
           MOVE 0 TO FILE-REC-COUNT
           MOVE 0 TO FILE-HASH
           MOVE LOW-VALUES TO PREV-KEY
           MOVE "N" TO TRAILER-FLAG
           MOVE SPACES TO TRL-MASTER
           STRING "  CHECK " DELIMITED BY SIZE
                  UNL-FILE-NAME DELIMITED BY SPACE
                  " AS "     DELIMITED BY SIZE
                  CUR-MASTER DELIMITED BY SPACE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE "N" TO EOF-FLAG
           OPEN INPUT UNLFILE
           IF NOT UNL-FILE-OK
               MOVE "UNLOAD WOULD NOT OPEN" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
               PERFORM 3800-REPORT-CHECK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               MOVE SPACES TO MUNL-RECORD
               READ UNLFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3050-CHECK-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE UNLFILE

           MOVE SPACES TO REC-IMAGE
           IF NOT TRAILER-SEEN
               MOVE "NO TRAILER - UNLOAD CUT SHORT" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           ELSE
               IF TRL-MASTER NOT = CUR-MASTER
                   MOVE "UNLOAD IS OF ANOTHER MASTER" TO ERROR-TEXT
                   PERFORM 3100-NOTE-ERROR
               END-IF
               IF TRL-RECORDS NOT = FILE-REC-COUNT
                   MOVE "COUNT DISAGREES WITH TRAILER" TO ERROR-TEXT
                   PERFORM 3100-NOTE-ERROR
               END-IF
               IF TRL-HASH NOT = FILE-HASH
                   MOVE "HASH DISAGREES WITH TRAILER" TO ERROR-TEXT
                   PERFORM 3100-NOTE-ERROR
               END-IF
           END-IF
           PERFORM 3800-REPORT-CHECK.

       3050-CHECK-ONE-LINE.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE MUNL-DATA TO REC-IMAGE
                   MOVE "LINE AFTER THE TRAILER" TO ERROR-TEXT
                   PERFORM 3100-NOTE-ERROR
               WHEN MUNL-IS-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE MUNLT-MASTER      TO TRL-MASTER
                   MOVE MUNLT-RECORDS     TO TRL-RECORDS
                   MOVE MUNLT-HASH        TO TRL-HASH
                   MOVE MUNLT-COMPLETE    TO TRL-COMPLETE
                   MOVE MUNLT-STOP-STATUS TO TRL-STOP-STATUS
               WHEN MUNL-IS-DATA
                   ADD 1 TO FILE-REC-COUNT
                   MOVE MUNL-DATA TO REC-IMAGE
                   PERFORM 5600-HASH-RECORD
                   PERFORM 3200-CHECK-KEY-SEQUENCE
                   PERFORM 3300-EDIT-FIELDS
               WHEN OTHER
                   MOVE MUNL-DATA TO REC-IMAGE
                   MOVE "NOT A DATA OR TRAILER LINE" TO ERROR-TEXT
                   PERFORM 3100-NOTE-ERROR
           END-EVALUATE.

       3100-NOTE-ERROR.
      * Every error counts; the first fifty are listed, with the
      * record number on the unload and the front of its key.
           ADD 1 TO CHECK-ERRORS
           IF CHECK-ERRORS > 50
               EXIT PARAGRAPH
           END-IF
           IF REC-IMAGE = SPACES
               STRING "    " DELIMITED BY SIZE
                      ERROR-TEXT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FILE-REC-COUNT TO REC-NO-EDITED
           STRING "    REC " DELIMITED BY SIZE
                  REC-NO-EDITED DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  ERROR-TEXT DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  REC-IMAGE(1:34) DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE.

       3200-CHECK-KEY-SEQUENCE.
           IF REC-IMAGE(1:KEY-LEN) = PREV-KEY(1:KEY-LEN)
               MOVE "DUPLICATE KEY" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           ELSE
               IF REC-IMAGE(1:KEY-LEN) < PREV-KEY(1:KEY-LEN)
                   MOVE "KEY OUT OF SEQUENCE" TO ERROR-TEXT
                   PERFORM 3100-NOTE-ERROR
               END-IF
           END-IF
           MOVE REC-IMAGE(1:KEY-LEN) TO PREV-KEY.

       3300-EDIT-FIELDS.
           EVALUATE CUR-MASTER
               WHEN "SUMOFFM"
                   PERFORM 3310-EDIT-OFFM
               WHEN "SUMFOFFM"
                   PERFORM 3320-EDIT-FOFFM
               WHEN "SUMRUNH"
                   PERFORM 3330-EDIT-RUNH
               WHEN "SUMBALL"
                   PERFORM 3340-EDIT-BALL
           END-EVALUATE.

       3310-EDIT-OFFM.
           MOVE REC-IMAGE TO CHK-OFFM-RECORD
           IF CHK-OFFM-TABLE-NAME = SPACES
               MOVE "TABLE NAME BLANK" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF
           MOVE CHK-OFFM-RUN-DATE TO EDIT-DATE
           PERFORM 3900-CHECK-DATE
           IF CHK-OFFM-TOTAL NOT NUMERIC OR
              CHK-OFFM-WEIGHTED-TOTAL NOT NUMERIC OR
              CHK-OFFM-CONVERTED-TOTAL NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF
           IF CHK-OFFM-ROW-COUNT NOT NUMERIC OR
              CHK-OFFM-SUPERSEDE-COUNT NOT NUMERIC
               MOVE "COUNT NOT NUMERIC" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF.

       3320-EDIT-FOFFM.
           MOVE REC-IMAGE TO CHK-FOFFM-RECORD
           IF CHK-FOFFM-DBNAME = SPACES OR
              CHK-FOFFM-TABLE-NAME = SPACES
               MOVE "DATABASE OR TABLE NAME BLANK" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF
           MOVE CHK-FOFFM-RUN-DATE TO EDIT-DATE
           PERFORM 3900-CHECK-DATE
           IF CHK-FOFFM-TOTAL NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF
           IF CHK-FOFFM-ROWS NOT NUMERIC OR
              CHK-FOFFM-SUPERSEDE-COUNT NOT NUMERIC
               MOVE "COUNT NOT NUMERIC" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF.

       3330-EDIT-RUNH.
           MOVE REC-IMAGE TO CHK-RUNH-RECORD
           MOVE CHK-RUNH-RUN-DATE TO EDIT-DATE
           PERFORM 3900-CHECK-DATE
           IF CHK-RUNH-TABLE-NAME = SPACES OR
              CHK-RUNH-START-TS = SPACES
               MOVE "TABLE NAME OR START BLANK" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF
           IF CHK-RUNH-TOTAL NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF
           IF CHK-RUNH-ROWS NOT NUMERIC OR
              CHK-RUNH-RETURN-CODE NOT NUMERIC
               MOVE "COUNT NOT NUMERIC" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF.

       3340-EDIT-BALL.
           MOVE REC-IMAGE TO CHK-BALL-RECORD
           IF CHK-BALL-TABLE-NAME = SPACES
               MOVE "TABLE NAME BLANK" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF
           MOVE CHK-BALL-RUN-DATE TO EDIT-DATE
           PERFORM 3900-CHECK-DATE
           IF CHK-BALL-OPENING NOT NUMERIC OR
              CHK-BALL-DEBITS NOT NUMERIC OR
              CHK-BALL-CREDITS NOT NUMERIC OR
              CHK-BALL-NET NOT NUMERIC OR
              CHK-BALL-CLOSING NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE BALANCE-WORK = CHK-BALL-OPENING + CHK-BALL-NET
           IF BALANCE-WORK NOT = CHK-BALL-CLOSING
               MOVE "CLOSING NOT OPENING PLUS NET" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF.

       3800-REPORT-CHECK.
           MOVE FILE-REC-COUNT TO COUNT-EDITED
           IF CHECK-ERRORS = 0
               STRING "  CHECK CLEAN: " DELIMITED BY SIZE
                      COUNT-EDITED      DELIMITED BY SIZE
                      " RECORDS, KEYS ASCENDING, TRAILER AGREES"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           ELSE
               MOVE CHECK-ERRORS TO ERRORS-EDITED
               STRING "  CHECK FAILED: " DELIMITED BY SIZE
                      ERRORS-EDITED      DELIMITED BY SIZE
                      " ERROR(S) IN "    DELIMITED BY SIZE
                      COUNT-EDITED       DELIMITED BY SIZE
                      " RECORDS"         DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "MASTER UTILITY: UNLOAD OF " DELIMITED BY SIZE
                      CUR-MASTER DELIMITED BY SPACE
                      " FAILED ITS CHECK - SEE MASTRPT"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               PERFORM 2900-ALERT-FINDING
               IF WORST-RC < 4
                   MOVE 4 TO WORST-RC
               END-IF
           END-IF
           IF TRAILER-SEEN AND TRL-COMPLETE NOT = "Y"
               STRING "  NOTE: THE MASTER STOPPED AT STATUS "
                          DELIMITED BY SIZE
                      TRL-STOP-STATUS DELIMITED BY SIZE
                      " WHEN THIS WAS UNLOADED" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
           END-IF.

       3900-CHECK-DATE.
      * YYYY-MM-DD and a real calendar day.
           MOVE "N" TO DATE-BAD-FLAG
           MOVE SPACES TO DATE-DIGITS
           STRING EDIT-DATE(1:4) DELIMITED BY SIZE
                  EDIT-DATE(6:2) DELIMITED BY SIZE
                  EDIT-DATE(9:2) DELIMITED BY SIZE
               INTO DATE-DIGITS
           END-STRING
           IF EDIT-DATE(5:1) NOT = "-" OR EDIT-DATE(8:1) NOT = "-"
              OR DATE-DIGITS NOT NUMERIC
               SET DATE-IS-BAD TO TRUE
           ELSE
               MOVE DATE-DIGITS TO DATE-NUMBER
               IF FUNCTION INTEGER-OF-DATE(DATE-NUMBER) = 0
                   SET DATE-IS-BAD TO TRUE
               END-IF
           END-IF
           IF DATE-IS-BAD
               MOVE "DATE NOT VALID" TO ERROR-TEXT
               PERFORM 3100-NOTE-ERROR
           END-IF.

       4000-RELOAD-MASTER.
      * Builds the new file beside the live one and only swaps it in
      * once it has counted back to the trailer; any failure leaves
      * the live file exactly as it was.
           IF CHECK-ERRORS > 0
               MOVE "  RELOAD REFUSED - THE UNLOAD DID NOT CHECK CLEAN"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE 8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NEW-FILE-NAME
           STRING CUR-MASTER DELIMITED BY SPACE
                  ".NEW"     DELIMITED BY SIZE
               INTO NEW-FILE-NAME
           END-STRING
           MOVE SPACES TO OLD-FILE-NAME
           STRING CUR-MASTER DELIMITED BY SPACE
                  "."        DELIMITED BY SIZE
                  RUN-STAMP  DELIMITED BY SIZE
                  ".OLD"     DELIMITED BY SIZE
               INTO OLD-FILE-NAME
           END-STRING
           MOVE NEW-FILE-NAME TO NAME-FROM-Z
           INSPECT NAME-FROM-Z REPLACING TRAILING SPACE BY LOW-VALUE
           CALL "CBL_DELETE_FILE" USING NAME-FROM-Z
               RETURNING RENAME-RC
           END-CALL

           MOVE NEW-FILE-NAME TO KEYED-FILE-NAME
           PERFORM 4100-LOAD-NEW-FILE
           IF LOAD-FAILED OR LOADED-COUNT NOT = TRL-RECORDS
               MOVE LOADED-COUNT TO COUNT-EDITED
               STRING "  RELOAD FAILED AFTER " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " RECORDS - LIVE FILE UNCHANGED"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 4900-RELOAD-FAILED
               EXIT PARAGRAPH
           END-IF

      * Count the new file back as a reader sees it before the swap.
           PERFORM 2300-OPEN-MASTER-INPUT
           MOVE 0 TO LOADED-COUNT
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL FILE-AT-EOF OR NOT KEYED-FILE-OK
               PERFORM 4200-READ-NEW-RECORD
           END-PERFORM
           PERFORM 2400-CLOSE-MASTER
           IF LOADED-COUNT NOT = TRL-RECORDS
               MOVE "  REBUILT FILE DOES NOT READ BACK IN FULL"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 4900-RELOAD-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE CUR-MASTER TO NAME-FROM-Z
           INSPECT NAME-FROM-Z REPLACING TRAILING SPACE BY LOW-VALUE
           MOVE OLD-FILE-NAME TO NAME-TO-Z
           INSPECT NAME-TO-Z REPLACING TRAILING SPACE BY LOW-VALUE
           CALL "CBL_RENAME_FILE" USING NAME-FROM-Z, NAME-TO-Z
               RETURNING RENAME-RC
           END-CALL
           IF RENAME-RC = 0
               STRING "  LIVE FILE SET ASIDE AS " DELIMITED BY SIZE
                      OLD-FILE-NAME DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE "  NO LIVE FILE TO SET ASIDE" TO RPT-LINE
           END-IF
           PERFORM 6800-WRITE-RPT-LINE
           MOVE NEW-FILE-NAME TO NAME-FROM-Z
           INSPECT NAME-FROM-Z REPLACING TRAILING SPACE BY LOW-VALUE
           MOVE CUR-MASTER TO NAME-TO-Z
           INSPECT NAME-TO-Z REPLACING TRAILING SPACE BY LOW-VALUE
           CALL "CBL_RENAME_FILE" USING NAME-FROM-Z, NAME-TO-Z
               RETURNING RENAME-RC
           END-CALL
           IF RENAME-RC NOT = 0
               STRING "  REBUILT FILE LEFT AS " DELIMITED BY SIZE
                      NEW-FILE-NAME DELIMITED BY SPACE
                      " - RENAME FAILED" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               PERFORM 4900-RELOAD-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE LOADED-COUNT TO COUNT-EDITED
           STRING "  REBUILT " DELIMITED BY SIZE
                  CUR-MASTER   DELIMITED BY SPACE
                  " WITH "     DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " RECORDS"   DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6800-WRITE-RPT-LINE
           MOVE SPACES TO LOG-TEXT
           STRING "MASTER UTILITY: " DELIMITED BY SIZE
                  CUR-MASTER DELIMITED BY SPACE
                  " REBUILT FROM ITS UNLOAD, OLD FILE KEPT"
                      DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           CALL "LOGGER" USING BY REFERENCE LOG-TEXT.

       4100-LOAD-NEW-FILE.
      * The unload is in key order, so a sequential load builds the
      * index as it goes.
           MOVE 0 TO LOADED-COUNT
           MOVE "N" TO LOAD-FAILED-FLAG
           EVALUATE CUR-MASTER
               WHEN "SUMOFFM"
                   OPEN OUTPUT OFFMFILE
               WHEN "SUMFOFFM"
                   OPEN OUTPUT FOFFMFILE
               WHEN "SUMRUNH"
                   OPEN OUTPUT RUNHFILE
               WHEN "SUMBALL"
                   OPEN OUTPUT BALLFILE
           END-EVALUATE
           IF NOT KEYED-FILE-OK
               SET LOAD-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           OPEN INPUT UNLFILE
           PERFORM UNTIL FILE-AT-EOF OR LOAD-FAILED
               MOVE SPACES TO MUNL-RECORD
               READ UNLFILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF MUNL-IS-DATA
                           PERFORM 4110-WRITE-NEW-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNLFILE
           PERFORM 2400-CLOSE-MASTER.

       4110-WRITE-NEW-RECORD.
           EVALUATE CUR-MASTER
               WHEN "SUMOFFM"
                   MOVE MUNL-DATA TO OFFM-RECORD
                   WRITE OFFM-RECORD
                       INVALID KEY
                           SET LOAD-FAILED TO TRUE
                   END-WRITE
               WHEN "SUMFOFFM"
                   MOVE MUNL-DATA TO FOFFM-RECORD
                   WRITE FOFFM-RECORD
                       INVALID KEY
                           SET LOAD-FAILED TO TRUE
                   END-WRITE
               WHEN "SUMRUNH"
                   MOVE MUNL-DATA TO RUNH-RECORD
                   WRITE RUNH-RECORD
                       INVALID KEY
                           SET LOAD-FAILED TO TRUE
                   END-WRITE
               WHEN "SUMBALL"
                   MOVE MUNL-DATA TO BALL-RECORD
                   WRITE BALL-RECORD
                       INVALID KEY
                           SET LOAD-FAILED TO TRUE
                   END-WRITE
           END-EVALUATE
           IF NOT LOAD-FAILED
               ADD 1 TO LOADED-COUNT
           END-IF.

       4200-READ-NEW-RECORD.
           EVALUATE CUR-MASTER
               WHEN "SUMOFFM"
                   READ OFFMFILE NEXT RECORD
                       AT END
                           SET FILE-AT-EOF TO TRUE
                   END-READ
               WHEN "SUMFOFFM"
                   READ FOFFMFILE NEXT RECORD
                       AT END
                           SET FILE-AT-EOF TO TRUE
                   END-READ
               WHEN "SUMRUNH"
                   READ RUNHFILE NEXT RECORD
                       AT END
                           SET FILE-AT-EOF TO TRUE
                   END-READ
               WHEN "SUMBALL"
                   READ BALLFILE NEXT RECORD
                       AT END
                           SET FILE-AT-EOF TO TRUE
                   END-READ
           END-EVALUATE
           IF NOT FILE-AT-EOF AND KEYED-FILE-OK
               ADD 1 TO LOADED-COUNT
           END-IF.

       4900-RELOAD-FAILED.
           MOVE SPACES TO LOG-TEXT
           STRING "MASTER UTILITY: RELOAD OF " DELIMITED BY SIZE
                  CUR-MASTER DELIMITED BY SPACE
                  " FAILED - LIVE FILE UNCHANGED" DELIMITED BY SIZE
               INTO LOG-TEXT
           END-STRING
           PERFORM 2900-ALERT-FINDING
           MOVE 8 TO WORST-RC.

       4500-CONVERT-MASTER.
      * Only a file still in the old layout is touched; the unload it
      * leaves in MUDIR is the way back if the rebuild is doubted.
           PERFORM 1000-SET-MASTER
           MOVE CUR-MASTER TO KEYED-FILE-NAME
           PERFORM 2300-OPEN-MASTER-INPUT
           IF KEYED-FILE-ABSENT
               MOVE "  NO SUCH FILE - NOTHING TO CONVERT" TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT KEYED-FILE-OK
               STRING "  WOULD NOT OPEN, STATUS " DELIMITED BY SIZE
                      KEYED-FILE-STATUS DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               MOVE SPACES TO LOG-TEXT
               STRING "MASTER UTILITY: " DELIMITED BY SIZE
                      CUR-MASTER DELIMITED BY SPACE
                      " WOULD NOT OPEN FOR CONVERSION, STATUS "
                          DELIMITED BY SIZE
                      KEYED-FILE-STATUS DELIMITED BY SIZE
                   INTO LOG-TEXT
               END-STRING
               PERFORM 2900-ALERT-FINDING
               MOVE 8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 2400-CLOSE-MASTER
           IF NOT RUNH-LEGACY-LAYOUT
               STRING "  " DELIMITED BY SIZE
                      CUR-MASTER DELIMITED BY SPACE
                      " ALREADY IN THE CURRENT LAYOUT - NOTHING TO"
                          DELIMITED BY SIZE
                      " CONVERT" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6800-WRITE-RPT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SHELL-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  UNLOAD-DIR  DELIMITED BY SPACE
               INTO SHELL-COMMAND
           END-STRING
           PERFORM 8000-RUN-SHELL
           PERFORM 2000-UNLOAD-MASTER
           IF NOT UNLOAD-WAS-COMPLETE
               MOVE "  CONVERSION REFUSED - THE UNLOAD STOPPED SHORT"
                   TO RPT-LINE
               PERFORM 6800-WRITE-RPT-LINE
               MOVE 8 TO WORST-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-RELOAD-MASTER.

       5600-HASH-RECORD.
      * The CFG-SNAP hash, over the record image.
           PERFORM VARYING HASH-CHAR-POS FROM 1 BY 1
                   UNTIL HASH-CHAR-POS > 250
               COMPUTE FILE-HASH =
                   FUNCTION MOD(FILE-HASH * 31 +
                       FUNCTION ORD(REC-IMAGE(HASH-CHAR-POS:1)) *
                       HASH-CHAR-POS,
                       1000000000000000)
           END-PERFORM.

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

       END PROGRAM MAST-UTIL.
