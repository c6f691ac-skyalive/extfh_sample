               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS MST-STATUS.
           SELECT HLDFILE ASSIGN DYNAMIC WS-HLDFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS HLD-STATUS.
           SELECT RPTFILE ASSIGN DYNAMIC WS-RPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSTFILE.
       01  ACCT-REC.
           COPY ACCTREC.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(80).
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-IDXFILE-NAME          PIC X(256).
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  STMT-COUNT               PIC 9(8) VALUE 0.
       01  LINE-COUNT               PIC 9(8) VALUE 0.
       01  NO-RATE-COUNT            PIC 9(8) VALUE 0.
       01  HELD-LINE-COUNT          PIC 9(8) VALUE 0.
       01  WS-NOW                   PIC X(21).
       01  WS-ONE-ACCOUNT           PIC X(10).
       01  WS-START-ACCT            PIC X(10).
       01  WS-BFWD-PRINTED          PIC X VALUE "N".
       01  WS-PERIOD-COUNT          PIC 9(8) VALUE 0.
       01  WS-PERIOD-AMOUNT         PIC S9(11)V99 VALUE 0.
       01  WS-STMT-HELD-COUNT       PIC 9(8) VALUE 0.
       01  WS-STMT-HELD-AMOUNT      PIC S9(11)V99 VALUE 0.
       01  WS-CLOSE-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-LINES-ON-PAGE         PIC 9(4) VALUE 0.
       01  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       01  WS-PAGE-SIZE             PIC 9(4) VALUE 40.
       01  WS-AMOUNT-EDIT           PIC -(11)9.99.
       01  WS-ORIG-EDIT             PIC -(8)9.99.
       01  WS-TOTAL-EDIT            PIC -(11)9.99.
       01  WS-LOCK-TRIES            PIC 9(4) VALUE 0.
       01  WS-LOCK-RETRY-LIMIT      PIC 9(4) VALUE 5.
       01  WS-LOCK-WAIT-SECS        PIC 9(4) VALUE 1.
           COPY STATCODE.
           COPY FXCONV.
           COPY HLDREG.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE WS-ONE-ACCOUNT TO WS-END-ACCT
           END-IF.

           PERFORM LOAD-FX-RATES.

           OPEN INPUT IDXFILE.
           IF IDX-STATUS NOT = "00"
               MOVE IDX-STATUS TO WS-FH-STATUS
                   "STATEMENT HEADERS SHOW ACCOUNT NUMBER ONLY"
           END-IF.

           PERFORM OPEN-HOLD-REGISTER.

           OPEN OUTPUT RPTFILE.
           IF RPT-STATUS NOT = "00"
               MOVE RPT-STATUS TO WS-FH-STATUS
           IF WS-MST-AVAIL = "Y"
               CLOSE MSTFILE
           END-IF.
           PERFORM CLOSE-HOLD-REGISTER.
           IF RETURN-CODE = 0 AND NO-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "IDX-STMT DONE - " STMT-COUNT " STATEMENT(S), "
               LINE-COUNT " TRANSACTION LINE(S), "
               NO-RATE-COUNT " WITHOUT RATE, "
               HELD-LINE-COUNT " HELD".
           STOP RUN.

       READ-NEXT-WITH-RETRY.
               MOVE 0 TO WS-BFWD-AMOUNT
               MOVE 0 TO WS-PERIOD-COUNT
               MOVE 0 TO WS-PERIOD-AMOUNT
               MOVE 0 TO WS-STMT-HELD-COUNT
               MOVE 0 TO WS-STMT-HELD-AMOUNT
               PERFORM OPEN-STATEMENT
           END-IF.
           MOVE IDX-CURRENCY TO WS-FX-CURRENCY.
           MOVE IDX-TRANS-DATE TO WS-FX-DATE.
           MOVE IDX-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.
           EVALUATE TRUE
               WHEN WS-FROM-DATE NOT = SPACES
                       AND IDX-TRANS-DATE < WS-FROM-DATE
                   ADD 1 TO WS-BFWD-COUNT
                   ADD WS-FX-BASE-AMOUNT TO WS-BFWD-AMOUNT
                   IF WS-FX-OK = "N"
                       ADD 1 TO NO-RATE-COUNT
                   END-IF
               WHEN WS-TO-DATE NOT = SPACES
                       AND IDX-TRANS-DATE > WS-TO-DATE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-PERIOD-COUNT
                   ADD WS-FX-BASE-AMOUNT TO WS-PERIOD-AMOUNT
                   PERFORM WRITE-TRANS-LINE
           END-EVALUATE.

               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "BASE CCY: " WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "DATE      SEQ   DESCRIPTION" TO RPT-LINE.
           MOVE "ORIG AMT" TO RPT-LINE(42:8).
           MOVE "CCY" TO RPT-LINE(51:3).
           MOVE "BASE AMOUNT" TO RPT-LINE(59:11).
           WRITE RPT-LINE.
           MOVE "--------  ----  --------------------" TO RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(38:12).
           MOVE "---" TO RPT-LINE(51:3).
           MOVE ALL "-" TO RPT-LINE(55:15).
           WRITE RPT-LINE.
           MOVE 10 TO WS-LINES-ON-PAGE.

       WRITE-ACCOUNT-IDENTITY.
           MOVE WS-CUR-ACCOUNT TO ACCT-NUMBER.
           MOVE WS-BFWD-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "BALANCE BROUGHT FORWARD"
               DELIMITED BY SIZE INTO RPT-LINE.
           MOVE WS-AMOUNT-EDIT TO RPT-LINE(55:15).
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE "Y" TO WS-BFWD-PRINTED.
           END-IF.
           ADD 1 TO LINE-COUNT.
           MOVE SPACES TO RPT-LINE.
           MOVE IDX-AMOUNT TO WS-ORIG-EDIT.
           STRING IDX-TRANS-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   IDX-SEQ-NO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   IDX-DESCRIPTION(1:20) DELIMITED BY SIZE
               INTO RPT-LINE.
           MOVE WS-ORIG-EDIT TO RPT-LINE(38:12).
           IF IDX-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO RPT-LINE(51:3)
           ELSE
               MOVE IDX-CURRENCY TO RPT-LINE(51:3)
           END-IF.
           IF WS-FX-OK = "N"
               ADD 1 TO NO-RATE-COUNT
               MOVE "*** NO RATE ***" TO RPT-LINE(55:15)
           ELSE
               MOVE WS-FX-BASE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO RPT-LINE(55:15)
           END-IF.
           MOVE IDX-KEY TO HLD-KEY.
           PERFORM CHECK-ITEM-HELD.
           IF WS-HLD-ITEM-HELD = "Y"
               ADD 1 TO HELD-LINE-COUNT
               ADD 1 TO WS-STMT-HELD-COUNT
               ADD WS-FX-BASE-AMOUNT TO WS-STMT-HELD-AMOUNT
               MOVE "*HELD" TO RPT-LINE(71:5)
           END-IF.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

           MOVE WS-PERIOD-AMOUNT TO WS-TOTAL-EDIT.
           STRING "PERIOD TOTAL (" WS-PERIOD-COUNT " TRANS)"
               DELIMITED BY SIZE INTO RPT-LINE.
           MOVE WS-TOTAL-EDIT TO RPT-LINE(55:15).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-CLOSE-AMOUNT TO WS-TOTAL-EDIT.
           STRING "CLOSING BALANCE"
               DELIMITED BY SIZE INTO RPT-LINE.
           MOVE WS-TOTAL-EDIT TO RPT-LINE(55:15).
           WRITE RPT-LINE.
           IF WS-STMT-HELD-COUNT > 0
               MOVE SPACES TO RPT-LINE
               MOVE WS-STMT-HELD-AMOUNT TO WS-TOTAL-EDIT
               STRING "HELD PENDING DISPUTE (" WS-STMT-HELD-COUNT
                       " TRANS)"
                   DELIMITED BY SIZE INTO RPT-LINE
               MOVE WS-TOTAL-EDIT TO RPT-LINE(55:15)
               WRITE RPT-LINE
           END-IF.
           MOVE "N" TO WS-IN-STMT.

       COPY STATDECP.
       COPY FXCONVP.
       COPY HLDREGP.
