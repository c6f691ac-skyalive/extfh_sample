       01  WS-HLDFILE-NAME          PIC X(256).
       01  HLD-STATUS               PIC 9(02) VALUE 0.
       01  WS-HLD-AVAIL             PIC X VALUE "N".
       01  WS-HLD-UPDATE            PIC X VALUE "N".
       01  WS-HLD-SCAN-END          PIC X VALUE "N".
       01  WS-HLD-SUM-ACCOUNT       PIC X(10).
       01  WS-HLD-HELD-COUNT        PIC 9(06) VALUE 0.
       01  WS-HLD-HELD-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-HLD-ITEM-HELD         PIC X VALUE "N".
