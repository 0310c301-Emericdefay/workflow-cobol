           MOVE PARM-DUAL-EXTRACT TO DATE-OK-FLAG
           MOVE "PARM-DUAL-EXTRACT" TO FIELD-IN-ERROR
           PERFORM 2000-CHECK-YN-SWITCH
           MOVE PARM-HOURLY-BY-CAT TO DATE-OK-FLAG
           MOVE "PARM-HOURLY-BY-CAT" TO FIELD-IN-ERROR
           PERFORM 2000-CHECK-YN-SWITCH

           IF PARM-VARIANCE-PCT NOT = SPACES AND
              PARM-VARIANCE-PCT NOT NUMERIC
               MOVE "PARM-CYCLE-NUMBER" TO FIELD-IN-ERROR
               PERFORM 9000-REPORT-VIOLATION
           END-IF
      * Trading hours are whole hours - open 00-23, close 00-24.
           IF PARM-TRADE-OPEN NOT = SPACES
               IF PARM-TRADE-OPEN NOT NUMERIC OR
                  PARM-TRADE-OPEN > 23
                   MOVE "PARM-TRADE-OPEN" TO FIELD-IN-ERROR
                   PERFORM 9000-REPORT-VIOLATION
               END-IF
           END-IF
           IF PARM-TRADE-CLOSE NOT = SPACES
               IF PARM-TRADE-CLOSE NOT NUMERIC OR
                  PARM-TRADE-CLOSE > 24
                   MOVE "PARM-TRADE-CLOSE" TO FIELD-IN-ERROR
                   PERFORM 9000-REPORT-VIOLATION
               END-IF
           END-IF

           PERFORM 3000-CHECK-PENDING-CHANGES

