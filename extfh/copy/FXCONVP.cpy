       LOAD-FX-RATES.
           ACCEPT WS-BASE-CURRENCY FROM ENVIRONMENT "BASE_CURRENCY".
           IF WS-BASE-CURRENCY = SPACES
               MOVE "USD" TO WS-BASE-CURRENCY
           END-IF.
           MOVE "fx_rates.txt" TO WS-FXFILE-NAME.
           ACCEPT WS-FXFILE-NAME FROM ENVIRONMENT "FXRATE_FILE".
           IF WS-FXFILE-NAME = SPACES
               MOVE "fx_rates.txt" TO WS-FXFILE-NAME
           END-IF.
           MOVE 0 TO WS-FX-COUNT.
           MOVE 0 TO WS-FX-BAD-COUNT.
           MOVE 0 TO WS-FX-FULL-COUNT.
           MOVE SPACES TO WS-FX-LAST-CURRENCY.
           OPEN INPUT FXFILE.
           EVALUATE TRUE
               WHEN FX-STATUS = "35"
                   DISPLAY "NO EXCHANGE RATE FILE - "
                       WS-BASE-CURRENCY " TRANSACTIONS ONLY"
               WHEN FX-STATUS = "00"
                   MOVE "N" TO WS-FX-EOF
                   PERFORM UNTIL WS-FX-EOF = "Y"
                       READ FXFILE NEXT
                           AT END
                               MOVE "Y" TO WS-FX-EOF
                           NOT AT END
                               PERFORM STORE-FX-RATE
                       END-READ
                       IF FX-STATUS NOT = "00" AND FX-STATUS NOT = "10"
                           MOVE "Y" TO WS-FX-EOF
                       END-IF
                   END-PERFORM
                   CLOSE FXFILE
                   DISPLAY "EXCHANGE RATES LOADED: " WS-FX-COUNT
                       " BASE CURRENCY " WS-BASE-CURRENCY
                   IF WS-FX-BAD-COUNT > 0
                       DISPLAY "EXCHANGE RATE LINES IGNORED: "
                           WS-FX-BAD-COUNT
                   END-IF
                   IF WS-FX-FULL-COUNT > 0
                       DISPLAY "EXCHANGE RATE TABLE FULL - "
                           WS-FX-FULL-COUNT " RATES NOT LOADED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   MOVE FX-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "FXFILE OPEN FAILED: " FX-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       STORE-FX-RATE.
           EVALUATE TRUE
               WHEN FX-CURRENCY = SPACES
                       OR FX-RATE-DATE IS NOT NUMERIC
                       OR FX-RATE IS NOT NUMERIC
                   ADD 1 TO WS-FX-BAD-COUNT
               WHEN FX-RATE = 0
                   ADD 1 TO WS-FX-BAD-COUNT
               WHEN WS-FX-COUNT NOT < 10000
                   ADD 1 TO WS-FX-FULL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FX-COUNT
                   MOVE FX-CURRENCY TO WS-FX-T-CURRENCY(WS-FX-COUNT)
                   MOVE FX-RATE-DATE TO WS-FX-T-DATE(WS-FX-COUNT)
                   MOVE FX-RATE TO WS-FX-T-RATE(WS-FX-COUNT)
           END-EVALUATE.

       CONVERT-TO-BASE.
           MOVE "Y" TO WS-FX-OK.
           MOVE SPACES TO WS-FX-REASON.
           IF WS-FX-CURRENCY = SPACES
                   OR WS-FX-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-FX-AMOUNT TO WS-FX-BASE-AMOUNT
           ELSE
               IF WS-FX-CURRENCY NOT = WS-FX-LAST-CURRENCY
                       OR WS-FX-DATE NOT = WS-FX-LAST-DATE
                   PERFORM LOOKUP-FX-RATE
               END-IF
               IF WS-FX-LAST-RATE = 0
                   MOVE "N" TO WS-FX-OK
                   MOVE 0 TO WS-FX-BASE-AMOUNT
                   STRING "NO " WS-FX-CURRENCY " RATE FOR "
                           WS-FX-DATE
                       DELIMITED BY SIZE INTO WS-FX-REASON
               ELSE
                   COMPUTE WS-FX-BASE-AMOUNT ROUNDED =
                       WS-FX-AMOUNT * WS-FX-LAST-RATE
               END-IF
           END-IF.

       LOOKUP-FX-RATE.
           MOVE WS-FX-CURRENCY TO WS-FX-LAST-CURRENCY.
           MOVE WS-FX-DATE TO WS-FX-LAST-DATE.
           MOVE 0 TO WS-FX-LAST-RATE.
           MOVE 1 TO WS-FX-SUB.
           PERFORM UNTIL WS-FX-SUB > WS-FX-COUNT
                   OR WS-FX-LAST-RATE > 0
               IF WS-FX-T-CURRENCY(WS-FX-SUB) = WS-FX-CURRENCY
                       AND WS-FX-T-DATE(WS-FX-SUB) = WS-FX-DATE
                   MOVE WS-FX-T-RATE(WS-FX-SUB) TO WS-FX-LAST-RATE
               ELSE
                   ADD 1 TO WS-FX-SUB
               END-IF
           END-PERFORM.
