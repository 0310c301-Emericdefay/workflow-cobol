      * artifacts know about one key, on one report. When the desk
      * challenges a single transaction, the investigation used to
      * be manual greps across SUMDETL, SUMEXCP, SUMVIOL, SUMQUAR
      * and the audit trail. The operator enters a key (up to the
      * sixteen characters of the long key the files carry) and an
      * optional date range, and this assembles the complete case
      * file: every
      * detail-extract appearance with its amounts, every outlier
      * exception with its deviation, every rule violation, every
      * quarantine record with its disposition status, and the
      * SUMAUDIT appearances (live file plus every rolled
      * generation on SUMHKIDX, the AUDIT-INQ discipline). One key,
      * one command, the whole story - printed to KEYINQRPT.
      * A record written before the long key was carried (a detail
      * extract stamped before version 03, or a blank long key on
      * the other files) holds only the key's first nine characters;
      * it is matched on those, and when the key asked for is longer
      * the appearance is marked as possibly another key's. The
      * audit trail holds nine characters only and is matched the
      * same way.
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY CBRPTW.

       01 OPERATOR-INPUT     PIC X(64).
       01 WANT-KEY           PIC X(16).
      * The key a record carries - its long key when it has one,
      * else its nine-character key - and how it matched.
       01 REC-SHORT-KEY      PIC X(9).
       01 REC-LONG-KEY       PIC X(16).
       01 KEY-MATCH-FLAG     PIC X.
           88 KEY-MATCHES        VALUE "Y".
       01 SHORT-MATCH-FLAG   PIC X.
           88 MATCHED-ON-NINE    VALUE "Y".
       01 DETL-VERSION-WORK  PIC X(2).
       01 WANT-FROM-DATE     PIC X(10).
       01 WANT-TO-DATE       PIC X(10).
       01 HIT-COUNT          PIC 9(5) VALUE 0.
           DISPLAY "CASE-FILE INQUIRY"
           DISPLAY "Key: "
           ACCEPT OPERATOR-INPUT
           MOVE OPERATOR-INPUT(1:16) TO WANT-KEY
           IF WANT-KEY = SPACES
               DISPLAY "A key is required."
               MOVE 4 TO RETURN-CODE
           MOVE "DETAIL EXTRACT (SUMDETL):" TO RPT-LINE
           PERFORM 9000-WRITE-RPT-LINE
           MOVE SPACES TO DETL-DATE-WORK
           MOVE SPACES TO DETL-VERSION-WORK
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DETLFILE
           IF NOT DETL-FILE-OK
                   NOT AT END
                       IF DETL-IS-HEADER
                           MOVE DETL-HDR-RUN-DATE TO DETL-DATE-WORK
                           MOVE DETL-HDR-VERSION  TO DETL-VERSION-WORK
                       END-IF
                       MOVE "N" TO KEY-MATCH-FLAG
                       IF DETL-IS-DETAIL
                           MOVE DETL-KEY TO REC-SHORT-KEY
                           MOVE SPACES   TO REC-LONG-KEY
                           IF DETL-VERSION-WORK >= "03"
                               MOVE DETL-LONG-KEY TO REC-LONG-KEY
                           END-IF
                           PERFORM 8000-MATCH-KEY
                       END-IF
                       IF KEY-MATCHES
                          AND DETL-DATE-WORK >= WANT-FROM-DATE
                          AND DETL-DATE-WORK <= WANT-TO-DATE
                           ADD 1 TO HIT-COUNT
                               INTO RPT-LINE
                           END-STRING
                           PERFORM 9000-WRITE-RPT-LINE
                           PERFORM 8100-NOTE-SHORT-MATCH
                       END-IF
               END-READ
           END-PERFORM
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE EXCP-KEY      TO REC-SHORT-KEY
                       MOVE EXCP-LONG-KEY TO REC-LONG-KEY
                       PERFORM 8000-MATCH-KEY
                       IF KEY-MATCHES
                           ADD 1 TO HIT-COUNT
                           MOVE EXCP-VALUE     TO AMOUNT-EDITED
                           MOVE EXCP-DEVIATION TO AMOUNT-2-EDITED
                               INTO RPT-LINE
                           END-STRING
                           PERFORM 9000-WRITE-RPT-LINE
                           PERFORM 8100-NOTE-SHORT-MATCH
                       END-IF
               END-READ
           END-PERFORM
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE VIOL-KEY      TO REC-SHORT-KEY
                       MOVE VIOL-LONG-KEY TO REC-LONG-KEY
                       PERFORM 8000-MATCH-KEY
                       IF KEY-MATCHES
                           ADD 1 TO HIT-COUNT
                           MOVE SPACES TO RPT-LINE
                           STRING "  " DELIMITED BY SIZE
                               INTO RPT-LINE
                           END-STRING
                           PERFORM 9000-WRITE-RPT-LINE
                           PERFORM 8100-NOTE-SHORT-MATCH
                       END-IF
               END-READ
           END-PERFORM
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE QUAR-KEY      TO REC-SHORT-KEY
                       MOVE QUAR-LONG-KEY TO REC-LONG-KEY
                       PERFORM 8000-MATCH-KEY
                       IF KEY-MATCHES
                          AND QUAR-RUN-DATE >= WANT-FROM-DATE
                          AND QUAR-RUN-DATE <= WANT-TO-DATE
                           ADD 1 TO HIT-COUNT
                               INTO RPT-LINE
                           END-STRING
                           PERFORM 9000-WRITE-RPT-LINE
                           PERFORM 8100-NOTE-SHORT-MATCH
                       END-IF
               END-READ
           END-PERFORM
       5000-SEARCH-AUDIT-TRAIL.
      * Live file first, then every rolled generation still on the
      * housekeeping index - the AUDIT-INQ discipline. The audit
      * line's key sits in columns 1-9 - its first nine characters
      * only, matched as an old record's short key is.
           MOVE "AUDIT TRAIL (SUMAUDIT AND GENERATIONS):" TO RPT-LINE
           PERFORM 9000-WRITE-RPT-LINE
           PERFORM 5100-LOAD-GENERATION-LIST
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-LINE(1:9) TO REC-SHORT-KEY
                       MOVE SPACES          TO REC-LONG-KEY
                       PERFORM 8000-MATCH-KEY
                       IF KEY-MATCHES
                           ADD 1 TO HIT-COUNT
                           MOVE SPACES TO RPT-LINE
                           STRING "  " DELIMITED BY SIZE
                               INTO RPT-LINE
                           END-STRING
                           PERFORM 9000-WRITE-RPT-LINE
                           PERFORM 8100-NOTE-SHORT-MATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITFILE.

       8000-MATCH-KEY.
      * The long key when the record carries one; otherwise its
      * nine characters against the first nine asked for.
           MOVE "N" TO KEY-MATCH-FLAG
           MOVE "N" TO SHORT-MATCH-FLAG
           IF REC-LONG-KEY NOT = SPACES
               IF REC-LONG-KEY = WANT-KEY
                   SET KEY-MATCHES TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF REC-SHORT-KEY = WANT-KEY(1:9)
               SET KEY-MATCHES TO TRUE
               IF WANT-KEY(10:) NOT = SPACES
                   SET MATCHED-ON-NINE TO TRUE
               END-IF
           END-IF.

       8100-NOTE-SHORT-MATCH.
           IF MATCHED-ON-NINE
               MOVE "    (FIRST NINE ONLY - MAY BE ANOTHER KEY)"
                   TO RPT-LINE
               PERFORM 9000-WRITE-RPT-LINE
           END-IF.

       9000-WRITE-RPT-LINE.
           MOVE "LINE" TO RW-ACTION
           MOVE RPT-LINE TO RW-LINE
