       01  CAT-AVAIL-FLAG PIC X VALUE "N".
           88 CATEGORY-AVAILABLE VALUE "Y".
      * Duplicate tracking keys on the value's text, the way the
      * sqlite side keys on the raw column text - edited to nine
      * characters of the sixteen CTX-SEEN-KEYS holds, so very large
      * values share a key and over-count duplicates rather than
      * missing them.
       01  DB2-KEY-TEXT   PIC -ZZZZ9.99.
      * The watch list's key is the whole value, edited wide enough
      * to carry every digit of it.
       01  DB2-WATCH-KEY  PIC -(9)9.99.
       01  DUP-IDX        PIC 9(4) COMP-5.
       01  DUP-FOUND-FLAG PIC X.
           88 DUP-WAS-FOUND  VALUE "Y".
       01  DUMMY-COLUMN-ID-2 PIC X(9) VALUE SPACES.
       01  LOG-TEXT       PIC X(80).
       01  SQLCODE-EDITED PIC -(9)9.
      * The fetched row as the watch-list check sees it - see CBWHIT.
           COPY CBWHIT.

       LINKAGE SECTION.
       01  LK-TABLE-NAME  PIC X(30).
                       SET CTX-GROUP-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-IF

      * Watch list - the same per-row check the sqlite callback
      * makes; the value's text is the key, and the value itself
      * what an amount-range watch is tested against.
           IF CTX-WATCH-COUNT > 0
               MOVE SPACES TO WHIT-RECORD
               MOVE CTX-ROW-COUNT TO WH-ROW-POSITION
               MOVE LK-ITEM TO DB2-WATCH-KEY
               MOVE FUNCTION TRIM(DB2-WATCH-KEY) TO WH-KEY
               MOVE LK-ITEM TO WH-AMOUNT
               MOVE WH-KEY TO WH-COLUMN-IMAGE(1)
               MOVE 1 TO WH-COLUMN-COUNT
               IF CATEGORY-AVAILABLE AND CAT-IND >= 0
                   MOVE LK-CATEGORY TO WH-CATEGORY
                   MOVE LK-CATEGORY TO WH-COLUMN-IMAGE(2)
                   MOVE 2 TO WH-COLUMN-COUNT
               END-IF
               CALL "WATCH-CHK" USING BY REFERENCE CB-CONTEXT,
                                                   WHIT-RECORD
           END-IF.

       END PROGRAM DB2-BACKEND.
