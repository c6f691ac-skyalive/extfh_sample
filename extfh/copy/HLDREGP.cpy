       OPEN-HOLD-REGISTER.
           MOVE "HLDFILE" TO WS-HLDFILE-NAME.
           ACCEPT WS-HLDFILE-NAME FROM ENVIRONMENT "HOLDREG_FILE".
           IF WS-HLDFILE-NAME = SPACES
               MOVE "HLDFILE" TO WS-HLDFILE-NAME
           END-IF.
           MOVE "N" TO WS-HLD-AVAIL.
           IF WS-HLD-UPDATE = "Y"
               OPEN I-O HLDFILE
               IF HLD-STATUS = "35"
                   OPEN OUTPUT HLDFILE
                   IF HLD-STATUS = "00"
                       CLOSE HLDFILE
                       OPEN I-O HLDFILE
                   END-IF
               END-IF
           ELSE
               OPEN INPUT HLDFILE
           END-IF.
           IF HLD-STATUS = "00"
               MOVE "Y" TO WS-HLD-AVAIL
           ELSE
               IF WS-HLD-UPDATE = "Y"
                   MOVE HLD-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "HLDFILE OPEN FAILED: " HLD-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF HLD-STATUS NOT = "35"
                       MOVE HLD-STATUS TO WS-FH-STATUS
                       PERFORM DECODE-FH-STATUS
                       DISPLAY "WARNING: HLDFILE OPEN FAILED: "
                           HLD-STATUS " - " WS-FH-TEXT
                       DISPLAY "HELD ITEMS WILL NOT BE EXCLUDED"
                   END-IF
               END-IF
           END-IF.

       CLOSE-HOLD-REGISTER.
           IF WS-HLD-AVAIL = "Y"
               CLOSE HLDFILE
               MOVE "N" TO WS-HLD-AVAIL
           END-IF.

       SUM-HELD-AMOUNT.
           MOVE 0 TO WS-HLD-HELD-COUNT.
           MOVE 0 TO WS-HLD-HELD-TOTAL.
           IF WS-HLD-AVAIL = "Y"
               MOVE SPACES TO HLD-KEY
               MOVE WS-HLD-SUM-ACCOUNT TO HLD-ACCOUNT
               MOVE 0 TO HLD-SEQ-NO
               MOVE "N" TO WS-HLD-SCAN-END
               START HLDFILE KEY IS >= HLD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HLD-SCAN-END
               END-START
               PERFORM UNTIL WS-HLD-SCAN-END = "Y"
                   READ HLDFILE NEXT
                       AT END
                           MOVE "Y" TO WS-HLD-SCAN-END
                       NOT AT END
                           IF HLD-ACCOUNT NOT = WS-HLD-SUM-ACCOUNT
                               MOVE "Y" TO WS-HLD-SCAN-END
                           ELSE
                               IF HLD-STATE = "H"
                                   ADD 1 TO WS-HLD-HELD-COUNT
                                   ADD HLD-BASE-AMOUNT
                                       TO WS-HLD-HELD-TOTAL
                               END-IF
                           END-IF
                   END-READ
                   IF HLD-STATUS NOT = "00" AND HLD-STATUS NOT = "10"
                       MOVE "Y" TO WS-HLD-SCAN-END
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ITEM-HELD.
           MOVE "N" TO WS-HLD-ITEM-HELD.
           IF WS-HLD-AVAIL = "Y"
               READ HLDFILE RECORD KEY IS HLD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF HLD-STATUS = "00" AND HLD-STATE = "H"
                   MOVE "Y" TO WS-HLD-ITEM-HELD
               END-IF
           END-IF.
