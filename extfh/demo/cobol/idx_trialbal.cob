           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-IDXFILE-NAME          PIC X(256).
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  ACCOUNT-COUNT            PIC 9(8) VALUE 0.
       01  OOB-COUNT                PIC 9(8) VALUE 0.
       01  NO-RATE-COUNT            PIC 9(8) VALUE 0.
       01  WS-CALC-ACCOUNT          PIC X(10) VALUE SPACES.
       01  WS-CALC-COUNT            PIC 9(8) VALUE 0.
       01  WS-CALC-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY FXCONV.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE "idx_trialbal.rpt" TO WS-RPTFILE-NAME
           END-IF.

           PERFORM LOAD-FX-RATES.

           OPEN INPUT IDXFILE.
           IF IDX-STATUS NOT = "00"
               MOVE IDX-STATUS TO WS-FH-STATUS
           PERFORM WRITE-PROOF-FOOTER.
           CLOSE IDXFILE BALFILE RPTFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0
                   AND (OOB-COUNT > 0 OR NO-RATE-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
               MOVE "Y" TO WS-IN-GROUP
           END-IF.
           ADD 1 TO WS-CALC-COUNT.
           MOVE IDX-CURRENCY TO WS-FX-CURRENCY.
           MOVE IDX-TRANS-DATE TO WS-FX-DATE.
           MOVE IDX-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.
           IF WS-FX-OK = "N"
               ADD 1 TO NO-RATE-COUNT
               DISPLAY "KEY " IDX-KEY " NOT CONVERTED - "
                   FUNCTION TRIM(WS-FX-REASON)
           END-IF.
           ADD WS-FX-BASE-AMOUNT TO WS-CALC-AMOUNT.

       PROVE-ACCOUNT.
           PERFORM UNTIL BAL-EOF-FLAG = "Y"
           STRING "OUT OF BALANCE : " OOB-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           IF NO-RATE-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING "NO RATE ITEMS  : " NO-RATE-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       COPY STATDECP.
       COPY FXCONVP.
