       OPEN-APPROVAL-QUEUE.
           MOVE "APRFILE" TO WS-APRFILE-NAME.
           ACCEPT WS-APRFILE-NAME FROM ENVIRONMENT "APRQUEUE_FILE".
           IF WS-APRFILE-NAME = SPACES
               MOVE "APRFILE" TO WS-APRFILE-NAME
           END-IF.
           OPEN I-O APRFILE.
           IF APR-STATUS = "35"
               OPEN OUTPUT APRFILE
               IF APR-STATUS = "00"
                   CLOSE APRFILE
                   OPEN I-O APRFILE
               END-IF
           END-IF.
           IF APR-STATUS NOT = "00"
               MOVE APR-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "APRFILE OPEN FAILED: " APR-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       QUEUE-FOR-APPROVAL.
           MOVE FUNCTION CURRENT-DATE TO APR-SUBMIT-TS.
           MOVE "P" TO APR-STATE.
           MOVE SPACES TO APR-CHECKER-ID.
           MOVE SPACES TO APR-DECISION-TS.
           MOVE 0 TO WS-APR-TRIES.
           PERFORM WITH TEST AFTER
                   UNTIL APR-STATUS NOT = "22" OR WS-APR-TRIES > 99
               ADD 1 TO WS-APR-SEQ
               ADD 1 TO WS-APR-TRIES
               MOVE WS-APR-SEQ TO APR-SUBMIT-SEQ
               WRITE APR-REC
           END-PERFORM.
