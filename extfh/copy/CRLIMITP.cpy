       CHECK-CREDIT-LIMIT.
           MOVE "Y" TO WS-CRL-OK.
           MOVE SPACES TO WS-CRL-REASON.
           IF WS-CRL-DELTA > 0
               MOVE WS-CRL-ACCOUNT TO ACCT-NUMBER
               READ MSTFILE RECORD KEY IS ACCT-KEY
                   INVALID KEY
                       MOVE 0 TO ACCT-CREDIT-LIMIT
               END-READ
               IF ACCT-CREDIT-LIMIT > 0
                   MOVE WS-CRL-ACCOUNT TO BAL-ACCOUNT
                   READ BALFILE RECORD KEY IS BAL-KEY
                       INVALID KEY
                           MOVE 0 TO BAL-AMOUNT
                   END-READ
                   MOVE WS-CRL-ACCOUNT TO WS-HLD-SUM-ACCOUNT
                   PERFORM SUM-HELD-AMOUNT
                   COMPUTE WS-CRL-BALANCE =
                       BAL-AMOUNT - WS-HLD-HELD-TOTAL
                   COMPUTE WS-CRL-PROJECTED =
                       WS-CRL-BALANCE + WS-CRL-DELTA
                   IF WS-CRL-PROJECTED > ACCT-CREDIT-LIMIT
                       MOVE "N" TO WS-CRL-OK
                       COMPUTE WS-CRL-HEADROOM =
                           ACCT-CREDIT-LIMIT - WS-CRL-BALANCE
                       IF WS-CRL-HEADROOM < 0
                           MOVE 0 TO WS-CRL-HEADROOM
                       END-IF
                       MOVE WS-CRL-HEADROOM TO WS-CRL-HEADROOM-EDIT
                       STRING "CREDIT LIMIT EXCEEDED - HEADROOM "
                               FUNCTION TRIM(WS-CRL-HEADROOM-EDIT)
                           DELIMITED BY SIZE INTO WS-CRL-REASON
                   END-IF
               END-IF
           END-IF.
