                   PERFORM CHECK-REPLAY-STATUS
               WHEN "TR"
                   PERFORM REPLAY-TRUNCATE
               WHEN "HD"
               WHEN "HR"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO REPLAY-ERR-COUNT
                   DISPLAY "UNKNOWN JOURNAL OPERATION: "
