           88 CLOSE-AT-EOF        VALUE "Y".
       01 RUN-MONTH           PIC X(7).
       01 RUN-YEAR            PIC X(4).
           COPY CBPERQ.
       01 PERIOD-CLOSED-FLAG  PIC X VALUE "N".
           88 PERIOD-IS-CLOSED    VALUE "Y".
       01 OUT-EOF-FLAG        PIC X VALUE "N".

           OPEN I-O OFFMAST
           IF NOT OFFM-FILE-OK AND OFFM-FILE-STATUS NOT = "05"
               MOVE "MASTER: SUMOFFM WOULD NOT OPEN - SEE MAST-UTIL"
                   TO LOG-TEXT
               MOVE "E" TO LOG-SEV
               CALL "LOGGER" USING BY REFERENCE LOG-TEXT, LOG-SEV
               CLOSE SUMOUT
      * this runs once per SUMOUT record, and one closed month must
      * not bleed into the next record's verdict.
           MOVE "N" TO PERIOD-CLOSED-FLAG
      * The period is whatever PERIOD-OF says the run date is in -
      * the calendar month, or the fiscal period and fiscal year.
           SET PERQ-BY-DATE TO TRUE
           MOVE OUT-RUN-DATE TO PERQ-DATE
           CALL "PERIOD-OF" USING BY REFERENCE PERQ-REQUEST
           MOVE PERQ-PERIOD-ID TO RUN-MONTH
           MOVE PERQ-YEAR TO RUN-YEAR
           MOVE "N" TO CLOSE-EOF-FLAG
           OPEN INPUT CLOSEFILE
           IF NOT CLOSE-FILE-OK
