       01 PROF-TABLE.
           05 PROF-ENTRY OCCURS 20 TIMES.
               10 PRF-NAME          PIC X(8).
               10 PRF-PARM-IMAGE    PIC X(538).
       01 PROF-IDX           PIC 99 COMP-5.
       01 PROF-HIT-IDX       PIC 99 COMP-5.
       01 WANT-PROF-NAME     PIC X(8).
           DISPLAY "28. DB2 standby host 2  : " PARM-DB-ALT-HOST2
           DISPLAY "29. Intraday cycle no.  : " PARM-CYCLE-NUMBER
           DISPLAY "30. Dual extract (Y/N)  : " PARM-DUAL-EXTRACT
           DISPLAY "31. Timestamp col name  : " PARM-TS-COL-NAME
           DISPLAY "32. Trading hours open  : " PARM-TRADE-OPEN
           DISPLAY "33. Trading hours close : " PARM-TRADE-CLOSE
           DISPLAY "34. Hourly by category  : " PARM-HOURLY-BY-CAT
           DISPLAY "B. Business date        : " BUSINESS-DATE-SHOWN
           DISPLAY "N. Attach a run note to a date"
           DISPLAY "H. Parameter change history"
                   DISPLAY "Dual extract (Y/N): "
                   ACCEPT OPERATOR-INPUT
                   MOVE OPERATOR-INPUT(1:1) TO PARM-DUAL-EXTRACT
               WHEN "31"
                   DISPLAY "Timestamp column name (blank = off): "
                   ACCEPT OPERATOR-INPUT
                   MOVE OPERATOR-INPUT TO PARM-TS-COL-NAME
               WHEN "32"
                   DISPLAY "Trading hours open, 00-23: "
                   ACCEPT OPERATOR-INPUT
                   MOVE FUNCTION NUMVAL(OPERATOR-INPUT)
                       TO PARM-TRADE-OPEN
               WHEN "33"
                   DISPLAY "Trading hours close, 00-24 (= open: none): "
                   ACCEPT OPERATOR-INPUT
                   MOVE FUNCTION NUMVAL(OPERATOR-INPUT)
                       TO PARM-TRADE-CLOSE
               WHEN "34"
                   DISPLAY "Hourly profile by category (Y/N): "
                   ACCEPT OPERATOR-INPUT
                   MOVE OPERATOR-INPUT(1:1) TO PARM-HOURLY-BY-CAT
               WHEN "B "
                   PERFORM 2500-SET-BUSINESS-DATE
               WHEN "b "
               MOVE PARM-CURR-COL-NAME TO CHANGE-NEW-VALUE
               PERFORM 3200-WRITE-CHANGE-RECORD
           END-IF
           IF ORIG-CYCLE-NUMBER NOT = PARM-CYCLE-NUMBER
               MOVE "PARM-CYCLE-NUMBER" TO CHANGE-FIELD-NAME
               IF ORIG-CYCLE-NUMBER NUMERIC
                   MOVE ORIG-CYCLE-NUMBER TO PLAIN-VALUE-EDITED
                   MOVE PLAIN-VALUE-EDITED TO CHANGE-OLD-VALUE
               ELSE
                   MOVE SPACES TO CHANGE-OLD-VALUE
               END-IF
               MOVE PARM-CYCLE-NUMBER TO PLAIN-VALUE-EDITED
               MOVE PLAIN-VALUE-EDITED TO CHANGE-NEW-VALUE
               PERFORM 3200-WRITE-CHANGE-RECORD
           END-IF
           IF ORIG-DUAL-EXTRACT NOT = PARM-DUAL-EXTRACT
               MOVE "PARM-DUAL-EXTRACT" TO CHANGE-FIELD-NAME
               MOVE ORIG-DUAL-EXTRACT TO CHANGE-OLD-VALUE
               MOVE PARM-DUAL-EXTRACT TO CHANGE-NEW-VALUE
               PERFORM 3200-WRITE-CHANGE-RECORD
           END-IF
           IF ORIG-TS-COL-NAME NOT = PARM-TS-COL-NAME
               MOVE "PARM-TS-COL-NAME" TO CHANGE-FIELD-NAME
               MOVE ORIG-TS-COL-NAME TO CHANGE-OLD-VALUE
               MOVE PARM-TS-COL-NAME TO CHANGE-NEW-VALUE
               PERFORM 3200-WRITE-CHANGE-RECORD
           END-IF
           IF ORIG-TRADE-OPEN NOT = PARM-TRADE-OPEN
               MOVE "PARM-TRADE-OPEN" TO CHANGE-FIELD-NAME
               MOVE ORIG-TRADE-OPEN TO CHANGE-OLD-VALUE
               MOVE PARM-TRADE-OPEN TO CHANGE-NEW-VALUE
               PERFORM 3200-WRITE-CHANGE-RECORD
           END-IF
           IF ORIG-TRADE-CLOSE NOT = PARM-TRADE-CLOSE
               MOVE "PARM-TRADE-CLOSE" TO CHANGE-FIELD-NAME
               MOVE ORIG-TRADE-CLOSE TO CHANGE-OLD-VALUE
               MOVE PARM-TRADE-CLOSE TO CHANGE-NEW-VALUE
               PERFORM 3200-WRITE-CHANGE-RECORD
           END-IF
           IF ORIG-HOURLY-BY-CAT NOT = PARM-HOURLY-BY-CAT
               MOVE "PARM-HOURLY-BY-CAT" TO CHANGE-FIELD-NAME
               MOVE ORIG-HOURLY-BY-CAT TO CHANGE-OLD-VALUE
               MOVE PARM-HOURLY-BY-CAT TO CHANGE-NEW-VALUE
               PERFORM 3200-WRITE-CHANGE-RECORD
           END-IF
           IF ORIG-DB-ALT-HOST1 NOT = PARM-DB-ALT-HOST1
               MOVE "PARM-DB-ALT-HOST1" TO CHANGE-FIELD-NAME
               MOVE ORIG-DB-ALT-HOST1 TO CHANGE-OLD-VALUE
