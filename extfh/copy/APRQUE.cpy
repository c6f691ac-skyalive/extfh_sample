       01  WS-APRFILE-NAME          PIC X(256).
       01  APR-STATUS               PIC 9(02) VALUE 0.
       01  WS-APR-SEQ               PIC 9(04) VALUE 0.
       01  WS-APR-TRIES             PIC 9(04) VALUE 0.
       01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
