           05 WS-IMG-SEQ            PIC X(04).
           05 WS-IMG-AMOUNT         PIC S9(9)V99.
           05 WS-IMG-STATUS         PIC X(02).
           05 WS-IMG-DESC           PIC X(66).
           05 WS-IMG-CURRENCY       PIC X(03).
           05 WS-IMG-SOURCE         PIC X(02).
       01  WS-AMOUNT-EDIT           PIC -(7)9.99.
           COPY STATCODE.
               INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM COUNT-REPORT-LINE.
           IF JRN-OPERATOR-IDS NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "  MAKER " DELIMITED BY SIZE
                       JRN-MAKER-ID DELIMITED BY SIZE
                       "  CHECKER " DELIMITED BY SIZE
                       JRN-CHECKER-ID DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM COUNT-REPORT-LINE
           END-IF.
           IF JRN-BEFORE-IMAGE NOT = SPACES
               MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-REC
               MOVE "  BEFORE" TO RPT-LINE(1:8)
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IMG-CURRENCY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IMG-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IMG-DESC(1:26) DELIMITED BY SIZE
               INTO RPT-LINE(9:72)
           WRITE RPT-LINE.
           PERFORM COUNT-REPORT-LINE.
