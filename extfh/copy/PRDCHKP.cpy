       LOAD-PERIOD-CONTROL.
           MOVE "period.ctl" TO WS-PCTLFILE-NAME.
           ACCEPT WS-PCTLFILE-NAME FROM ENVIRONMENT "PERIODCTL_FILE".
           IF WS-PCTLFILE-NAME = SPACES
               MOVE "period.ctl" TO WS-PCTLFILE-NAME
           END-IF.
           MOVE SPACES TO WS-CLOSED-PERIOD.
           MOVE SPACES TO WS-OPEN-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-PRD-TODAY.
           OPEN INPUT PCTLFILE.
           EVALUATE TRUE
               WHEN PCTL-STATUS = "35"
                   CONTINUE
               WHEN PCTL-STATUS = "00"
                   READ PCTLFILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF PCTL-STATUS = "00"
                           AND PCTL-CLOSED-PERIOD IS NUMERIC
                       MOVE PCTL-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                   END-IF
                   IF PCTL-STATUS = "00"
                           AND PCTL-OPEN-PERIOD IS NUMERIC
                       MOVE PCTL-OPEN-PERIOD TO WS-OPEN-PERIOD
                   END-IF
                   CLOSE PCTLFILE
               WHEN OTHER
                   MOVE PCTL-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "PERIOD CONTROL OPEN FAILED: " PCTL-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-CLOSED-PERIOD NOT = SPACES
               DISPLAY "PERIODS CLOSED THROUGH " WS-CLOSED-PERIOD
           END-IF.
           IF WS-OPEN-PERIOD NOT = SPACES
               DISPLAY "CURRENT OPEN PERIOD " WS-OPEN-PERIOD
           END-IF.

       CHECK-PERIOD-OPEN.
           MOVE "Y" TO WS-PRD-OK.
           MOVE SPACES TO WS-PRD-REASON.
           IF WS-CLOSED-PERIOD NOT = SPACES
                   AND WS-PRD-DATE(1:6) NOT > WS-CLOSED-PERIOD
               MOVE "N" TO WS-PRD-OK
               STRING "TRANS DATE IN PERIOD CLOSED THRU "
                       WS-CLOSED-PERIOD
                   DELIMITED BY SIZE INTO WS-PRD-REASON
           END-IF.
           IF WS-PRD-OK = "Y" AND WS-OPEN-PERIOD NOT = SPACES
                   AND WS-PRD-DATE(1:6) > WS-OPEN-PERIOD
                   AND WS-PRD-DATE NOT > WS-PRD-TODAY
               MOVE "N" TO WS-PRD-OK
               STRING "TRANS DATE BEYOND OPEN PERIOD "
                       WS-OPEN-PERIOD
                   DELIMITED BY SIZE INTO WS-PRD-REASON
           END-IF.
