           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.
           SELECT PCTLFILE ASSIGN DYNAMIC WS-PCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCTL-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).
       FD  PCTLFILE.
       01  PCTL-REC.
           COPY PRDCTL.
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-END-TS                PIC X(21).
       01  WS-IDX-COUNT             PIC 9(8) VALUE 0.
       01  WS-IDX-TOTAL             PIC S9(13)V99 VALUE 0.
       01  WS-IDX-HASH              PIC S9(13)V99 VALUE 0.
       01  WS-NO-RATE-COUNT         PIC 9(8) VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(8) VALUE 0.
       01  WS-OPEN-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-BAL-COUNT             PIC 9(8) VALUE 0.
       01  WS-BAL-TOTAL             PIC S9(13)V99 VALUE 0.
       01  WS-MTD-COUNT             PIC 9(8) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY PRDCHK.
           COPY FXCONV.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE "idx_balproof.rpt" TO WS-RPTFILE-NAME
           END-IF.

           PERFORM LOAD-PERIOD-CONTROL.
           PERFORM LOAD-FX-RATES.
           PERFORM TOTAL-THE-IDXFILE.
           PERFORM TOTAL-THE-BALANCES.
           PERFORM TOTAL-THE-MTD.
               EVALUATE TRUE
                   WHEN IDX-STATUS = "00"
                       ADD 1 TO WS-IDX-COUNT
                       ADD IDX-AMOUNT TO WS-IDX-HASH
                       MOVE IDX-CURRENCY TO WS-FX-CURRENCY
                       MOVE IDX-TRANS-DATE TO WS-FX-DATE
                       MOVE IDX-AMOUNT TO WS-FX-AMOUNT
                       PERFORM CONVERT-TO-BASE
                       IF WS-FX-OK = "N"
                           ADD 1 TO WS-NO-RATE-COUNT
                       END-IF
                       ADD WS-FX-BASE-AMOUNT TO WS-IDX-TOTAL
                       MOVE IDX-TRANS-DATE TO WS-PRD-DATE
                       IF WS-CLOSED-PERIOD = SPACES
                               OR WS-PRD-DATE(1:6) > WS-CLOSED-PERIOD
                           ADD 1 TO WS-OPEN-COUNT
                           ADD WS-FX-BASE-AMOUNT TO WS-OPEN-TOTAL
                       END-IF
                   WHEN IDX-STATUS = "10"
                       MOVE "Y" TO EOF-FLAG
                   WHEN OTHER
           STRING "BALANCE FILE     " WS-CNT-EDIT "  " WS-AMT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           IF WS-CLOSED-PERIOD NOT = SPACES
               MOVE WS-OPEN-COUNT TO WS-CNT-EDIT
               MOVE WS-OPEN-TOTAL TO WS-AMT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "IDXFILE OPEN PER " WS-CNT-EDIT "  " WS-AMT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE WS-MTD-COUNT TO WS-CNT-EDIT.
           MOVE WS-MTD-TOTAL TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-LINE.
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           IF WS-EXT-TLR-SEEN = "Y"
               MOVE WS-IDX-COUNT TO WS-CNT-EDIT
               MOVE WS-IDX-HASH TO WS-AMT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "IDXFILE HASH     " WS-CNT-EDIT
                       "  " WS-AMT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-EXT-COUNT TO WS-CNT-EDIT
               MOVE WS-EXT-HASH TO WS-AMT-EDIT
               MOVE SPACES TO RPT-LINE
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-NO-RATE-COUNT > 0
               ADD 1 TO WS-OOB-COUNT
               MOVE WS-NO-RATE-COUNT TO WS-CNT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "IDXFILE ITEMS WITH NO EXCHANGE RATE: "
                       WS-CNT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-BAL-TOTAL NOT = WS-IDX-TOTAL
               ADD 1 TO WS-OOB-COUNT
               MOVE "BALANCE FILE AMOUNT DOES NOT FOOT TO IDXFILE"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-MTD-TOTAL NOT = WS-OPEN-TOTAL
               ADD 1 TO WS-OOB-COUNT
               MOVE "MTD POSTING AMOUNT DOES NOT FOOT TO IDXFILE"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-MTD-COUNT NOT = WS-OPEN-COUNT
               ADD 1 TO WS-OOB-COUNT
               MOVE "MTD POSTING COUNT DOES NOT FOOT TO IDXFILE"
                   TO RPT-LINE
                       TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               IF WS-EXT-HASH NOT = WS-IDX-HASH
                   ADD 1 TO WS-OOB-COUNT
                   MOVE "EXTRACT HASH DOES NOT FOOT TO IDXFILE"
                       TO RPT-LINE
           END-IF.

       COPY STATDECP.
       COPY PRDCHKP.
       COPY FXCONVP.
