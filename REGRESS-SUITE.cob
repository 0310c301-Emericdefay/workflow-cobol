           88 STAT-AT-EOF        VALUE "Y".
       01 ORIG-CARD-FLAG     PIC X VALUE "N".
           88 ORIG-CARD-KEPT     VALUE "Y".
       01 ORIG-CARD-IMAGE    PIC X(538).
      * The night's run-status records, held whole across the suite
      * - a manifest run leaves several. Entry width is the CBRUNST
      * record length, grows in step with that copybook.
           88 ORIG-RUNH-OVERFLOWED VALUE "Y".
       01 ORIG-RUNH-COUNT    PIC 9(3) COMP-5 VALUE 0.
       01 ORIG-RUNH-TABLE.
           05 ORIG-RUNH-ENTRY OCCURS 500 TIMES PIC X(160).
       01 ORIG-RUNH-IDX      PIC 9(3) COMP-5.
       01 RUNH-NAME-Z        PIC X(9) VALUE "SUMRUNH".
       01 DELETE-RC          PIC S9(9) COMP-5.
