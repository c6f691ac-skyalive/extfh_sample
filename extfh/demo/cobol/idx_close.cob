       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQFILE ASSIGN DYNAMIC WS-REQFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-STATUS.
           SELECT IDXFILE ASSIGN DYNAMIC WS-IDXFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS IDX-STATUS.
           SELECT MSTFILE ASSIGN DYNAMIC WS-MSTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS MST-STATUS.
           SELECT BALFILE ASSIGN DYNAMIC WS-BALFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS BAL-STATUS.
           SELECT MTDFILE ASSIGN DYNAMIC WS-MTDFILE-NAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MTD-KEY
               FILE STATUS IS MTD-STATUS.
           SELECT PENDFILE ASSIGN DYNAMIC WS-PENDFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS PND-STATUS.
           SELECT HLDFILE ASSIGN DYNAMIC WS-HLDFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS HLD-STATUS.
           SELECT CLSFILE ASSIGN DYNAMIC WS-CLSFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLS-STATUS.
           SELECT STMFILE ASSIGN DYNAMIC WS-STMFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-STATUS.
           SELECT RPTFILE ASSIGN DYNAMIC WS-RPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT JRNFILE ASSIGN DYNAMIC WS-JRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.
           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.
           SELECT JCTLFILE ASSIGN DYNAMIC WS-JCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JCTL-STATUS.
           SELECT PCTLFILE ASSIGN DYNAMIC WS-PCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCTL-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.
           SELECT LOKFILE ASSIGN DYNAMIC WS-LOKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQFILE.
       01  REQ-REC.
           05 REQ-ACCOUNT           PIC X(10).
           05 REQ-WRITE-OFF         PIC X(01).
           05 REQ-REASON            PIC X(40).
       FD  IDXFILE.
       01  IDX-REC.
           COPY IDXREC.
       FD  MSTFILE.
       01  ACCT-REC.
           COPY ACCTREC.
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  MTDFILE.
       01  MTD-REC.
           05 MTD-COUNT             PIC 9(08).
           05 MTD-AMOUNT            PIC S9(11)V99.
       FD  PENDFILE.
       01  PND-REC.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==PND==.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  CLSFILE.
       01  CLS-REC.
           COPY CLSREC.
       FD  STMFILE.
       01  STM-LINE                 PIC X(80).
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(80).
       FD  JRNFILE.
       01  JRN-REC.
           COPY JRNREC.
       FD  JCTLFILE.
       01  JCTL-REC.
           COPY JRNCTL.
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).
       FD  PCTLFILE.
       01  PCTL-REC.
           COPY PRDCTL.
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.
       FD  LOKFILE.
       01  LOK-REC.
           05 LOK-PROGRAM           PIC X(10).
           05 FILLER                PIC X(01).
           05 LOK-TIMESTAMP         PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-LOKFILE-NAME          PIC X(256).
       01  LOK-STATUS               PIC 9(02) VALUE 0.
       01  WS-LOCK-HELD             PIC X VALUE "N".
       01  WS-ILK-TIMEOUT           PIC 9(4) VALUE 30.
       01  WS-ILK-TIMEOUT-ENV       PIC X(4).
       01  WS-ILK-STALE             PIC 9(6) VALUE 3600.
       01  WS-ILK-STALE-ENV         PIC X(6).
       01  WS-ILK-WAITED            PIC 9(6) VALUE 0.
       01  WS-ILK-WAIT-SECS         PIC 9(4) VALUE 1.
       01  WS-ILK-AGE               PIC S9(9) VALUE 0.
       01  WS-ILK-NOW-SECS          PIC 9(12) VALUE 0.
       01  WS-ILK-LOCK-SECS         PIC 9(12) VALUE 0.
       01  WS-ILK-TS-FIELD          PIC X(21).
       01  WS-ILK-TS-SECS           PIC 9(12) VALUE 0.
       01  WS-ILK-TS-DATE           PIC 9(8) VALUE 0.
       01  WS-ILK-DAY-NO            PIC 9(7) VALUE 0.
       01  WS-REQFILE-NAME          PIC X(256).
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-PENDFILE-NAME         PIC X(256).
       01  WS-CLSFILE-NAME          PIC X(256).
       01  WS-STMFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  REQ-STATUS               PIC 9(02) VALUE 0.
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  PND-STATUS               PIC 9(02) VALUE 0.
       01  CLS-STATUS               PIC 9(02) VALUE 0.
       01  STM-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  WS-PND-AVAIL             PIC X VALUE "N".
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  CLOSED-COUNT             PIC 9(8) VALUE 0.
       01  REFUSED-COUNT            PIC 9(8) VALUE 0.
       01  POSTED-COUNT             PIC 9(8) VALUE 0.
       01  WS-CLOSE-DATE            PIC X(08).
       01  WS-CLS-SOURCE            PIC X(02) VALUE "CL".
       01  WS-WO-CODE               PIC X(02) VALUE "WO".
       01  WS-CODE-ENV              PIC X(02).
       01  WS-CLS-OK                PIC X VALUE "Y".
       01  WS-CLS-REASON            PIC X(40).
       01  WS-CLS-OLD-FLAG          PIC X VALUE SPACE.
       01  WS-CLOSING-BAL           PIC S9(11)V99 VALUE 0.
       01  WS-WRITE-OFF             PIC S9(11)V99 VALUE 0.
       01  WS-FINAL-BAL             PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-WRITE-OFF       PIC S9(13)V99 VALUE 0.
       01  WS-POST-DESC             PIC X(66).
       01  WS-PND-COUNT             PIC 9(4) VALUE 0.
       01  WS-PND-EDIT              PIC ZZZ9.
       01  WS-SCAN-DONE             PIC X VALUE "N".
       01  WS-LAST-SEQ              PIC 9(04) VALUE 0.
       01  WS-STMT-PASS             PIC X VALUE "1".
       01  WS-STMT-COUNT            PIC 9(8) VALUE 0.
       01  WS-STMT-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-BFWD-AMOUNT           PIC S9(13)V99 VALUE 0.
       01  WS-STMT-LINES            PIC 9(4) VALUE 0.
       01  WS-STMT-PAGE             PIC 9(4) VALUE 0.
       01  WS-STMT-PAGE-SIZE        PIC 9(4) VALUE 40.
       01  WS-LINES-ON-PAGE         PIC 9(4) VALUE 0.
       01  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       01  WS-PAGE-SIZE             PIC 9(4) VALUE 40.
       01  WS-BAL-EDIT              PIC -(11)9.99.
       01  WS-WO-EDIT               PIC -(11)9.99.
       01  WS-AMOUNT-EDIT           PIC -(11)9.99.
       01  WS-ORIG-EDIT             PIC -(8)9.99.
       01  WS-TOTAL-EDIT            PIC -(13)9.99.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-JRNFILE-NAME          PIC X(256).
       01  JRN-STATUS               PIC 9(02) VALUE 0.
       01  WS-JCTLFILE-NAME         PIC X(256).
       01  JCTL-STATUS              PIC 9(02) VALUE 0.
       01  WS-JRN-BASE-NAME         PIC X(256).
       01  WS-JRN-GEN               PIC 9(04) VALUE 0.
       01  WS-JRN-NEXT-SEQ          PIC 9(09) VALUE 1.
       01  WS-BALFILE-NAME          PIC X(256).
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  WS-BAL-DELTA             PIC S9(11)V99 VALUE 0.
       01  WS-BAL-COUNT-DELTA       PIC S9(4) VALUE 0.
       01  WS-MTDFILE-NAME          PIC X(256).
       01  MTD-STATUS               PIC 9(02) VALUE 0.
       01  WS-MTD-KEY               PIC 9(02) VALUE 0.
       01  WS-MTD-DELTA             PIC S9(11)V99 VALUE 0.
       01  WS-MTD-COUNT-DELTA       PIC S9(4) VALUE 0.
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY PRDCHK.
           COPY FXCONV.
           COPY HLDREG.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-CLOSE START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "close_requests.txt" TO WS-REQFILE-NAME.
           ACCEPT WS-REQFILE-NAME FROM ENVIRONMENT "IDXCLS_REQFILE".
           IF WS-REQFILE-NAME = SPACES
               MOVE "close_requests.txt" TO WS-REQFILE-NAME
           END-IF.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXCLS_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXCLS_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "IDXCLS_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME.
           ACCEPT WS-MTDFILE-NAME FROM ENVIRONMENT "IDXCLS_MTDFILE".
           IF WS-MTDFILE-NAME = SPACES
               MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME
           END-IF.

           MOVE "PENDFILE" TO WS-PENDFILE-NAME.
           ACCEPT WS-PENDFILE-NAME FROM ENVIRONMENT "IDXCLS_PENDFILE".
           IF WS-PENDFILE-NAME = SPACES
               MOVE "PENDFILE" TO WS-PENDFILE-NAME
           END-IF.

           MOVE "idx_journal.txt" TO WS-JRNFILE-NAME.
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "IDXCLS_JRNFILE".
           IF WS-JRNFILE-NAME = SPACES
               MOVE "idx_journal.txt" TO WS-JRNFILE-NAME
           END-IF.

           MOVE "closed_accounts.txt" TO WS-CLSFILE-NAME.
           ACCEPT WS-CLSFILE-NAME FROM ENVIRONMENT "IDXCLS_REGFILE".
           IF WS-CLSFILE-NAME = SPACES
               MOVE "closed_accounts.txt" TO WS-CLSFILE-NAME
           END-IF.

           MOVE "idx_close_stmt.rpt" TO WS-STMFILE-NAME.
           ACCEPT WS-STMFILE-NAME FROM ENVIRONMENT "IDXCLS_STMTFILE".
           IF WS-STMFILE-NAME = SPACES
               MOVE "idx_close_stmt.rpt" TO WS-STMFILE-NAME
           END-IF.

           MOVE "idx_close.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXCLS_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_close.rpt" TO WS-RPTFILE-NAME
           END-IF.

           MOVE SPACES TO WS-CODE-ENV.
           ACCEPT WS-CODE-ENV FROM ENVIRONMENT "IDXCLS_WO_CODE".
           IF WS-CODE-ENV NOT = SPACES
               MOVE WS-CODE-ENV TO WS-WO-CODE
           END-IF.

           MOVE WS-START-TS(1:8) TO WS-CLOSE-DATE.
           ACCEPT WS-CLOSE-DATE FROM ENVIRONMENT "IDXCLS_CLOSE_DATE".
           IF WS-CLOSE-DATE = SPACES OR WS-CLOSE-DATE IS NOT NUMERIC
               MOVE WS-START-TS(1:8) TO WS-CLOSE-DATE
           END-IF.

           OPEN INPUT REQFILE.
           IF REQ-STATUS = "35"
               DISPLAY "NO CLOSURE REQUESTS - NOTHING TO CLOSE"
               MOVE FUNCTION CURRENT-DATE TO WS-END-TS
               PERFORM WRITE-RUN-HISTORY
               DISPLAY "IDX-CLOSE DONE"
               STOP RUN
           END-IF.
           IF REQ-STATUS NOT = "00"
               MOVE REQ-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "REQFILE OPEN FAILED: " REQ-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-PERIOD-CONTROL.
           MOVE WS-CLOSE-DATE TO WS-PRD-DATE.
           PERFORM CHECK-PERIOD-OPEN.
           IF WS-PRD-OK = "N"
               DISPLAY "CLOSING DATE REFUSED: " WS-PRD-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CLOSING DATE " WS-CLOSE-DATE.

           PERFORM LOAD-FX-RATES.

           OPEN I-O MSTFILE.
           IF MST-STATUS NOT = "00"
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MSTFILE OPEN FAILED: " MST-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PENDFILE.
           EVALUATE TRUE
               WHEN PND-STATUS = "00"
                   MOVE "Y" TO WS-PND-AVAIL
               WHEN PND-STATUS = "35"
                   DISPLAY "NO PENDING FILE - NO PENDING ITEMS"
               WHEN OTHER
                   MOVE PND-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "PENDFILE OPEN FAILED: " PND-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM OPEN-HOLD-REGISTER.

           PERFORM ACQUIRE-IDX-LOCK.

           OPEN I-O IDXFILE.
           IF IDX-STATUS NOT = "00"
               MOVE IDX-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "IDXFILE OPEN FAILED: " IDX-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.

           OPEN I-O BALFILE.
           IF BAL-STATUS = "35"
               OPEN OUTPUT BALFILE
               IF BAL-STATUS = "00"
                   CLOSE BALFILE
                   OPEN I-O BALFILE
               END-IF
           END-IF.
           IF BAL-STATUS NOT = "00"
               MOVE BAL-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "BALFILE OPEN FAILED: " BAL-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.

           OPEN I-O MTDFILE.
           IF MTD-STATUS = "35"
               OPEN OUTPUT MTDFILE
               IF MTD-STATUS = "00"
                   CLOSE MTDFILE
                   OPEN I-O MTDFILE
               END-IF
           END-IF.
           IF MTD-STATUS NOT = "00"
               MOVE MTD-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MTDFILE OPEN FAILED: " MTD-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.

           OPEN EXTEND CLSFILE.
           IF CLS-STATUS = "35"
               OPEN OUTPUT CLSFILE
           END-IF.
           IF CLS-STATUS NOT = "00"
               MOVE CLS-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "CLOSED REGISTER OPEN FAILED: " CLS-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.

           OPEN OUTPUT STMFILE.
           IF STM-STATUS NOT = "00"
               MOVE STM-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "STMTFILE OPEN FAILED: " STM-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF RPT-STATUS NOT = "00"
               MOVE RPT-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "RPTFILE OPEN FAILED: " RPT-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.

           PERFORM OPEN-JOURNAL-GENERATION.

           PERFORM UNTIL EOF-FLAG = "Y"
               READ REQFILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF REQ-ACCOUNT NOT = SPACES
                           ADD 1 TO READ-COUNT
                           PERFORM CLOSE-ONE-ACCOUNT
                       END-IF
               END-READ
               IF REQ-STATUS NOT = "00" AND REQ-STATUS NOT = "10"
                   MOVE REQ-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "REQFILE READ FAILED: " REQ-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

           IF WS-LINES-ON-PAGE = 0 AND WS-PAGE-NUMBER = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE REQFILE MSTFILE IDXFILE BALFILE MTDFILE CLSFILE
               STMFILE RPTFILE JRNFILE.
           IF WS-PND-AVAIL = "Y"
               CLOSE PENDFILE
           END-IF.
           PERFORM CLOSE-HOLD-REGISTER.
           PERFORM WRITE-JOURNAL-CONTROL.
           PERFORM RELEASE-IDX-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0 AND REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-CLOSE DONE - " CLOSED-COUNT " CLOSED, "
               REFUSED-COUNT " REFUSED, " POSTED-COUNT " WRITE-OFF(S)".
           STOP RUN.

       WRITE-RUN-HISTORY.
           MOVE "run_history.log" TO WS-RUNH-NAME.
           ACCEPT WS-RUNH-NAME FROM ENVIRONMENT "RUNHIST_FILE".
           IF WS-RUNH-NAME = SPACES
               MOVE "run_history.log" TO WS-RUNH-NAME
           END-IF.
           OPEN EXTEND RUNHFILE.
           IF RUNH-STATUS = "35"
               OPEN OUTPUT RUNHFILE
           END-IF.
           IF RUNH-STATUS NOT = "00"
               DISPLAY "RUN HISTORY OPEN FAILED: " RUNH-STATUS
           ELSE
               MOVE "IDX-CLOSE" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE POSTED-COUNT TO RUNH-WRITE-COUNT
               MOVE REFUSED-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       CLOSE-ONE-ACCOUNT.
           MOVE "Y" TO WS-CLS-OK.
           MOVE SPACES TO WS-CLS-REASON.
           MOVE 0 TO WS-CLOSING-BAL.
           MOVE 0 TO WS-WRITE-OFF.
           MOVE SPACES TO ACCT-REC.
           MOVE REQ-ACCOUNT TO ACCT-NUMBER.
           READ MSTFILE RECORD KEY IS ACCT-KEY
               INVALID KEY
                   MOVE "N" TO WS-CLS-OK
                   MOVE "ACCOUNT NOT ON MASTER FILE" TO WS-CLS-REASON
           END-READ.
           IF WS-CLS-OK = "Y" AND MST-STATUS NOT = "00"
               MOVE "N" TO WS-CLS-OK
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               STRING "MASTER READ FAILED " MST-STATUS
                   DELIMITED BY SIZE INTO WS-CLS-REASON
           END-IF.
           IF WS-CLS-OK = "Y" AND ACCT-STATUS-FLAG = "C"
               MOVE "N" TO WS-CLS-OK
               MOVE "ACCOUNT ALREADY CLOSED" TO WS-CLS-REASON
           END-IF.
           IF WS-CLS-OK = "Y"
               PERFORM CHECK-PENDING-ITEMS
           END-IF.
           IF WS-CLS-OK = "Y"
               MOVE ACCT-NUMBER TO WS-HLD-SUM-ACCOUNT
               PERFORM SUM-HELD-AMOUNT
               IF WS-HLD-HELD-COUNT > 0
                   MOVE "N" TO WS-CLS-OK
                   MOVE "OPEN DISPUTES ON FILE" TO WS-CLS-REASON
               END-IF
           END-IF.
           IF WS-CLS-OK = "Y"
               PERFORM READ-CLOSING-BALANCE
               IF WS-CLOSING-BAL NOT = 0 AND REQ-WRITE-OFF NOT = "Y"
                   MOVE "N" TO WS-CLS-OK
                   MOVE "BALANCE NOT ZERO - NO WRITE-OFF REQUESTED"
                       TO WS-CLS-REASON
               END-IF
           END-IF.
           IF WS-CLS-OK = "Y"
               MOVE ACCT-STATUS-FLAG TO WS-CLS-OLD-FLAG
               MOVE "C" TO ACCT-STATUS-FLAG
               REWRITE ACCT-REC
               IF MST-STATUS NOT = "00"
                   MOVE "N" TO WS-CLS-OK
                   STRING "MASTER REWRITE FAILED " MST-STATUS
                       DELIMITED BY SIZE INTO WS-CLS-REASON
               END-IF
           END-IF.
           IF WS-CLS-OK = "Y" AND WS-CLOSING-BAL NOT = 0
               PERFORM POST-WRITE-OFF
               IF WS-CLS-OK = "N"
                   PERFORM RESTORE-ACCOUNT-FLAG
               END-IF
           END-IF.
           COMPUTE WS-FINAL-BAL = WS-CLOSING-BAL + WS-WRITE-OFF.
           IF WS-CLS-OK = "Y"
               ADD 1 TO CLOSED-COUNT
               ADD WS-WRITE-OFF TO WS-TOTAL-WRITE-OFF
               PERFORM WRITE-FINAL-STATEMENT
               PERFORM WRITE-REGISTER-REC
               MOVE "CLOSED" TO WS-CLS-REASON
           ELSE
               ADD 1 TO REFUSED-COUNT
           END-IF.
           PERFORM WRITE-RESULT-LINE.

       RESTORE-ACCOUNT-FLAG.
           MOVE WS-CLS-OLD-FLAG TO ACCT-STATUS-FLAG.
           REWRITE ACCT-REC.
           IF MST-STATUS NOT = "00"
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "ACCOUNT " ACCT-NUMBER
                   " LEFT CLOSED - STATUS NOT RESTORED: " MST-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       CHECK-PENDING-ITEMS.
           MOVE 0 TO WS-PND-COUNT.
           IF WS-PND-AVAIL = "Y"
               MOVE "N" TO WS-SCAN-DONE
               MOVE SPACES TO PND-KEY
               MOVE ACCT-NUMBER TO PND-ACCOUNT
               START PENDFILE KEY IS >= PND-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = "Y"
                   READ PENDFILE NEXT
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE
                   END-READ
                   IF PND-STATUS NOT = "00"
                           OR PND-ACCOUNT NOT = ACCT-NUMBER
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       ADD 1 TO WS-PND-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PND-COUNT > 0
               MOVE "N" TO WS-CLS-OK
               MOVE WS-PND-COUNT TO WS-PND-EDIT
               STRING "PENDING ITEMS ON FILE: " WS-PND-EDIT
                   DELIMITED BY SIZE INTO WS-CLS-REASON
           END-IF.

       READ-CLOSING-BALANCE.
           MOVE ACCT-NUMBER TO BAL-ACCOUNT.
           READ BALFILE RECORD KEY IS BAL-KEY
               INVALID KEY
                   MOVE 0 TO BAL-AMOUNT
           END-READ.
           MOVE BAL-AMOUNT TO WS-CLOSING-BAL.

       POST-WRITE-OFF.
           IF WS-CLOSING-BAL > 999999999.99
                   OR WS-CLOSING-BAL < -999999999.99
               MOVE "N" TO WS-CLS-OK
               MOVE "BALANCE TOO LARGE FOR ONE WRITE-OFF"
                   TO WS-CLS-REASON
           ELSE
               PERFORM FIND-LAST-SEQ
               IF WS-LAST-SEQ NOT < 9999
                   MOVE "N" TO WS-CLS-OK
                   MOVE "NO SEQUENCE NUMBER FREE" TO WS-CLS-REASON
               ELSE
                   PERFORM WRITE-WRITE-OFF
               END-IF
           END-IF.

       FIND-LAST-SEQ.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE SPACES TO IDX-REC.
           MOVE ACCT-NUMBER TO IDX-ACCOUNT.
           MOVE WS-CLOSE-DATE TO IDX-TRANS-DATE.
           MOVE 0 TO IDX-SEQ-NO.
           START IDXFILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ IDXFILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
               END-READ
               IF IDX-STATUS NOT = "00"
                       OR IDX-ACCOUNT NOT = ACCT-NUMBER
                       OR IDX-TRANS-DATE NOT = WS-CLOSE-DATE
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   MOVE IDX-SEQ-NO TO WS-LAST-SEQ
               END-IF
           END-PERFORM.

       WRITE-WRITE-OFF.
           MOVE SPACES TO WS-POST-DESC.
           STRING "CLOSING WRITE-OFF " REQ-REASON
               DELIMITED BY SIZE INTO WS-POST-DESC.
           ADD 1 TO WS-LAST-SEQ.
           MOVE SPACES TO IDX-REC.
           MOVE ACCT-NUMBER TO IDX-ACCOUNT.
           MOVE WS-CLOSE-DATE TO IDX-TRANS-DATE.
           MOVE WS-LAST-SEQ TO IDX-SEQ-NO.
           COMPUTE IDX-AMOUNT = 0 - WS-CLOSING-BAL.
           MOVE WS-WO-CODE TO IDX-STATUS-CODE.
           MOVE WS-POST-DESC TO IDX-DESCRIPTION.
           MOVE WS-BASE-CURRENCY TO IDX-CURRENCY.
           MOVE WS-CLS-SOURCE TO IDX-SOURCE.
           WRITE IDX-REC.
           IF IDX-STATUS = "00"
               ADD 1 TO POSTED-COUNT
               MOVE IDX-AMOUNT TO WS-WRITE-OFF
               MOVE "WR" TO JRN-OPERATION
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE IDX-REC TO JRN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-REC
               MOVE IDX-AMOUNT TO WS-BAL-DELTA
               MOVE 1 TO WS-BAL-COUNT-DELTA
               PERFORM POST-BALANCE-DELTA
               MOVE IDX-AMOUNT TO WS-MTD-DELTA
               MOVE 1 TO WS-MTD-COUNT-DELTA
               PERFORM POST-MTD-DELTA
           ELSE
               MOVE "N" TO WS-CLS-OK
               MOVE IDX-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               STRING "WRITE-OFF POST FAILED " IDX-STATUS
                   DELIMITED BY SIZE INTO WS-CLS-REASON
           END-IF.

       WRITE-REGISTER-REC.
           MOVE SPACES TO CLS-REC.
           MOVE ACCT-NUMBER TO CLS-ACCOUNT.
           MOVE WS-CLOSE-DATE TO CLS-CLOSE-DATE.
           MOVE ACCT-BRANCH TO CLS-BRANCH.
           MOVE WS-CLOSING-BAL TO CLS-CLOSING-BAL.
           MOVE WS-WRITE-OFF TO CLS-WRITE-OFF.
           MOVE WS-FINAL-BAL TO CLS-FINAL-BAL.
           MOVE ACCT-NAME TO CLS-NAME.
           MOVE WS-START-TS(1:14) TO CLS-RUN-TS.
           WRITE CLS-REC.
           IF CLS-STATUS NOT = "00"
               MOVE CLS-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "CLOSED REGISTER WRITE FAILED: " CLS-STATUS
                   " - " WS-FH-TEXT " ACCOUNT " ACCT-NUMBER
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-FINAL-STATEMENT.
           MOVE 0 TO WS-STMT-COUNT.
           MOVE 0 TO WS-STMT-TOTAL.
           MOVE "1" TO WS-STMT-PASS.
           PERFORM SCAN-ACCOUNT-HISTORY.
           COMPUTE WS-BFWD-AMOUNT = WS-FINAL-BAL - WS-STMT-TOTAL.
           MOVE 0 TO WS-STMT-PAGE.
           PERFORM WRITE-STMT-HEADER.
           IF WS-BFWD-AMOUNT NOT = 0
               MOVE SPACES TO STM-LINE
               MOVE "BALANCE BROUGHT FORWARD (ARCHIVED)" TO STM-LINE
               MOVE WS-BFWD-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO STM-LINE(55:15)
               WRITE STM-LINE
               ADD 1 TO WS-STMT-LINES
           END-IF.
           MOVE "2" TO WS-STMT-PASS.
           PERFORM SCAN-ACCOUNT-HISTORY.
           MOVE SPACES TO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES TO STM-LINE.
           STRING "TRANSACTIONS (" WS-STMT-COUNT ")"
               DELIMITED BY SIZE INTO STM-LINE.
           MOVE WS-STMT-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO STM-LINE(55:15).
           WRITE STM-LINE.
           IF WS-WRITE-OFF NOT = 0
               MOVE SPACES TO STM-LINE
               MOVE "INCLUDES CLOSING WRITE-OFF" TO STM-LINE
               MOVE WS-WRITE-OFF TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO STM-LINE(55:15)
               WRITE STM-LINE
           END-IF.
           MOVE SPACES TO STM-LINE.
           MOVE "FINAL BALANCE" TO STM-LINE.
           MOVE WS-FINAL-BAL TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO STM-LINE(55:15).
           WRITE STM-LINE.
           MOVE SPACES TO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES TO STM-LINE.
           STRING "*** FINAL STATEMENT - ACCOUNT CLOSED "
                   WS-CLOSE-DATE " ***"
               DELIMITED BY SIZE INTO STM-LINE.
           WRITE STM-LINE.

       SCAN-ACCOUNT-HISTORY.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE SPACES TO IDX-KEY.
           MOVE ACCT-NUMBER TO IDX-ACCOUNT.
           START IDXFILE KEY IS >= IDX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ IDXFILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
               END-READ
               IF IDX-STATUS NOT = "00"
                       OR IDX-ACCOUNT NOT = ACCT-NUMBER
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   MOVE IDX-CURRENCY TO WS-FX-CURRENCY
                   MOVE IDX-TRANS-DATE TO WS-FX-DATE
                   MOVE IDX-AMOUNT TO WS-FX-AMOUNT
                   PERFORM CONVERT-TO-BASE
                   IF WS-STMT-PASS = "1"
                       ADD 1 TO WS-STMT-COUNT
                       ADD WS-FX-BASE-AMOUNT TO WS-STMT-TOTAL
                   ELSE
                       PERFORM WRITE-STMT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-STMT-HEADER.
           ADD 1 TO WS-STMT-PAGE.
           MOVE SPACES TO STM-LINE.
           WRITE STM-LINE.
           MOVE ALL "=" TO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES TO STM-LINE.
           STRING "FINAL STATEMENT - " ACCT-NUMBER
                   "   PAGE: " WS-STMT-PAGE
               DELIMITED BY SIZE INTO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES TO STM-LINE.
           STRING "NAME    : " ACCT-NAME
                   "  BRANCH: " ACCT-BRANCH
               DELIMITED BY SIZE INTO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES TO STM-LINE.
           STRING "STATUS  : CLOSED " WS-CLOSE-DATE
               DELIMITED BY SIZE INTO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES TO STM-LINE.
           STRING "PRODUCED: " WS-START-TS(1:14)
               DELIMITED BY SIZE INTO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES TO STM-LINE.
           STRING "BASE CCY: " WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO STM-LINE.
           WRITE STM-LINE.
           MOVE SPACES TO STM-LINE.
           WRITE STM-LINE.
           MOVE "DATE      SEQ   DESCRIPTION" TO STM-LINE.
           MOVE "ORIG AMT" TO STM-LINE(42:8).
           MOVE "CCY" TO STM-LINE(51:3).
           MOVE "BASE AMOUNT" TO STM-LINE(59:11).
           WRITE STM-LINE.
           MOVE "--------  ----  --------------------" TO STM-LINE.
           MOVE ALL "-" TO STM-LINE(38:12).
           MOVE "---" TO STM-LINE(51:3).
           MOVE ALL "-" TO STM-LINE(55:15).
           WRITE STM-LINE.
           MOVE 10 TO WS-STMT-LINES.

       WRITE-STMT-LINE.
           IF WS-STMT-LINES >= WS-STMT-PAGE-SIZE
               PERFORM WRITE-STMT-HEADER
           END-IF.
           MOVE SPACES TO STM-LINE.
           MOVE IDX-AMOUNT TO WS-ORIG-EDIT.
           STRING IDX-TRANS-DATE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   IDX-SEQ-NO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   IDX-DESCRIPTION(1:20) DELIMITED BY SIZE
               INTO STM-LINE.
           MOVE WS-ORIG-EDIT TO STM-LINE(38:12).
           IF IDX-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO STM-LINE(51:3)
           ELSE
               MOVE IDX-CURRENCY TO STM-LINE(51:3)
           END-IF.
           IF WS-FX-OK = "N"
               MOVE "*** NO RATE ***" TO STM-LINE(55:15)
           ELSE
               MOVE WS-FX-BASE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO STM-LINE(55:15)
           END-IF.
           WRITE STM-LINE.
           ADD 1 TO WS-STMT-LINES.

       WRITE-RESULT-LINE.
           IF WS-LINES-ON-PAGE = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-CLOSING-BAL TO WS-BAL-EDIT.
           MOVE WS-WRITE-OFF TO WS-WO-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING REQ-ACCOUNT " " ACCT-BRANCH " " WS-BAL-EDIT
                   " " WS-WO-EDIT " " WS-CLS-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-SIZE
               MOVE 0 TO WS-LINES-ON-PAGE
           END-IF.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT CLOSURE REGISTER - CLOSING DATE "
                   WS-CLOSE-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE/TIME: " WS-START-TS
                   "   PAGE: " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT    BRCH     CLOSING BAL       WRITE-OFF"
                   " RESULT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "---------- ---- --------------- ---------------"
                   " ---------------------------------"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REQUESTS READ   : " READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS CLOSED : " CLOSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REQUESTS REFUSED: " REFUSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "WRITE-OFFS      : " POSTED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-TOTAL-WRITE-OFF TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL WRITTEN OFF: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       POST-MTD-DELTA.
           MOVE IDX-TRANS-DATE(7:2) TO WS-MTD-KEY.
           READ MTDFILE
               INVALID KEY
                   MOVE 0 TO MTD-COUNT
                   MOVE 0 TO MTD-AMOUNT
           END-READ.
           IF MTD-STATUS = "00"
               ADD WS-MTD-COUNT-DELTA TO MTD-COUNT
               ADD WS-MTD-DELTA TO MTD-AMOUNT
               REWRITE MTD-REC
           ELSE
               MOVE WS-MTD-COUNT-DELTA TO MTD-COUNT
               MOVE WS-MTD-DELTA TO MTD-AMOUNT
               WRITE MTD-REC
           END-IF.
           IF MTD-STATUS NOT = "00"
               MOVE MTD-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MTDFILE UPDATE FAILED: " MTD-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       POST-BALANCE-DELTA.
           MOVE IDX-ACCOUNT TO BAL-ACCOUNT.
           READ BALFILE RECORD KEY IS BAL-KEY
               INVALID KEY
                   MOVE 0 TO BAL-TRANS-COUNT
                   MOVE 0 TO BAL-AMOUNT
           END-READ.
           IF BAL-STATUS = "00"
               ADD WS-BAL-COUNT-DELTA TO BAL-TRANS-COUNT
               ADD WS-BAL-DELTA TO BAL-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO BAL-LAST-UPD-TS
               REWRITE BAL-REC
           ELSE
               MOVE IDX-ACCOUNT TO BAL-ACCOUNT
               MOVE WS-BAL-COUNT-DELTA TO BAL-TRANS-COUNT
               MOVE WS-BAL-DELTA TO BAL-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO BAL-LAST-UPD-TS
               WRITE BAL-REC
           END-IF.
           IF BAL-STATUS NOT = "00"
               MOVE BAL-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "BALFILE UPDATE FAILED: " BAL-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-JOURNAL-GENERATION.
           MOVE "idx_journal.ctl" TO WS-JCTLFILE-NAME.
           ACCEPT WS-JCTLFILE-NAME FROM ENVIRONMENT "JRNCTL_FILE".
           IF WS-JCTLFILE-NAME = SPACES
               MOVE "idx_journal.ctl" TO WS-JCTLFILE-NAME
           END-IF.
           MOVE 0 TO WS-JRN-GEN.
           MOVE 1 TO WS-JRN-NEXT-SEQ.
           OPEN INPUT JCTLFILE.
           IF JCTL-STATUS = "00"
               READ JCTLFILE NEXT
                   AT END CONTINUE
               END-READ
               IF JCTL-STATUS = "00"
                   IF JCTL-GENERATION IS NUMERIC
                       MOVE JCTL-GENERATION TO WS-JRN-GEN
                   END-IF
                   IF JCTL-NEXT-SEQ IS NUMERIC
                       MOVE JCTL-NEXT-SEQ TO WS-JRN-NEXT-SEQ
                   END-IF
               END-IF
               CLOSE JCTLFILE
           END-IF.
           ADD 1 TO WS-JRN-GEN.
           MOVE WS-JRNFILE-NAME TO WS-JRN-BASE-NAME.
           MOVE SPACES TO WS-JRNFILE-NAME.
           STRING FUNCTION TRIM(WS-JRN-BASE-NAME) DELIMITED BY SIZE
                   ".g" DELIMITED BY SIZE
                   WS-JRN-GEN DELIMITED BY SIZE
               INTO WS-JRNFILE-NAME.
           OPEN OUTPUT JRNFILE.
           IF JRN-STATUS NOT = "00"
               MOVE JRN-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "JRNFILE OPEN FAILED: " JRN-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.
           PERFORM WRITE-JOURNAL-CONTROL.
           DISPLAY "JOURNAL GENERATION " WS-JRN-GEN " OPENED".

       WRITE-JOURNAL-CONTROL.
           OPEN OUTPUT JCTLFILE.
           IF JCTL-STATUS NOT = "00"
               MOVE JCTL-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "JCTLFILE OPEN FAILED: " JCTL-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO JCTL-REC
               MOVE WS-JRN-GEN TO JCTL-GENERATION
               MOVE WS-JRN-NEXT-SEQ TO JCTL-NEXT-SEQ
               WRITE JCTL-REC
               CLOSE JCTLFILE
           END-IF.

       WRITE-JOURNAL-REC.
           MOVE WS-JRN-NEXT-SEQ TO JRN-SEQ-NO.
           ADD 1 TO WS-JRN-NEXT-SEQ.
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
           MOVE "IDX-CLOSE" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE SPACES TO JRN-OPERATOR-IDS.
           WRITE JRN-REC.
           IF JRN-STATUS NOT = "00"
               MOVE JRN-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "JRNFILE WRITE FAILED: " JRN-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       ACQUIRE-IDX-LOCK.
           MOVE SPACES TO WS-LOKFILE-NAME.
           STRING FUNCTION TRIM(WS-IDXFILE-NAME) DELIMITED BY SIZE
                   ".lock" DELIMITED BY SIZE
               INTO WS-LOKFILE-NAME.
           ACCEPT WS-ILK-TIMEOUT-ENV FROM ENVIRONMENT
               "IDXLOCK_TIMEOUT_SECS".
           IF WS-ILK-TIMEOUT-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-ILK-TIMEOUT-ENV) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ILK-TIMEOUT-ENV)
                   TO WS-ILK-TIMEOUT
           END-IF.
           ACCEPT WS-ILK-STALE-ENV FROM ENVIRONMENT
               "IDXLOCK_STALE_SECS".
           IF WS-ILK-STALE-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-ILK-STALE-ENV) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ILK-STALE-ENV) TO WS-ILK-STALE
           END-IF.
           MOVE 0 TO WS-ILK-WAITED.
           PERFORM TRY-CLAIM-LOCK
               UNTIL WS-LOCK-HELD = "Y".

       TRY-CLAIM-LOCK.
           OPEN INPUT LOKFILE.
           EVALUATE TRUE
               WHEN LOK-STATUS = "35"
                   OPEN OUTPUT LOKFILE
                   IF LOK-STATUS = "00"
                       MOVE SPACES TO LOK-REC
                       MOVE "IDX-CLOSE" TO LOK-PROGRAM
                       MOVE FUNCTION CURRENT-DATE TO LOK-TIMESTAMP
                       WRITE LOK-REC
                       CLOSE LOKFILE
                       MOVE "Y" TO WS-LOCK-HELD
                       DISPLAY "IDXFILE LOCK CLAIMED"
                   ELSE
                       DISPLAY "LOCK CLAIM FAILED: " LOK-STATUS
                       MOVE 8 TO RETURN-CODE
                       PERFORM RELEASE-IDX-LOCK
                       STOP RUN
                   END-IF
               WHEN LOK-STATUS = "00"
                   MOVE SPACES TO LOK-REC
                   READ LOKFILE NEXT
                       AT END CONTINUE
                   END-READ
                   CLOSE LOKFILE
                   PERFORM CHECK-LOCK-AGE
                   IF WS-ILK-AGE > WS-ILK-STALE
                       DISPLAY "STALE LOCK HELD BY " LOK-PROGRAM
                           " SINCE " LOK-TIMESTAMP(1:14)
                           " - CLEARING"
                       CALL "CBL_DELETE_FILE" USING WS-LOKFILE-NAME
                   ELSE
                       IF WS-ILK-WAITED >= WS-ILK-TIMEOUT
                           DISPLAY "IDXFILE LOCKED BY " LOK-PROGRAM
                               " SINCE " LOK-TIMESTAMP(1:14)
                               " - TIMED OUT AFTER " WS-ILK-WAITED
                               " SECOND(S)"
                           MOVE 8 TO RETURN-CODE
                           PERFORM RELEASE-IDX-LOCK
                           STOP RUN
                       END-IF
                       DISPLAY "WAITING FOR IDXFILE LOCK HELD BY "
                           LOK-PROGRAM
                       CALL "C$SLEEP" USING WS-ILK-WAIT-SECS
                       ADD 1 TO WS-ILK-WAITED
                   END-IF
               WHEN OTHER
                   DISPLAY "LOCK CHECK FAILED: " LOK-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-IDX-LOCK
                   STOP RUN
           END-EVALUATE.

       CHECK-LOCK-AGE.
           MOVE FUNCTION CURRENT-DATE TO WS-ILK-TS-FIELD.
           PERFORM ILK-TS-TO-SECONDS.
           MOVE WS-ILK-TS-SECS TO WS-ILK-NOW-SECS.
           MOVE LOK-TIMESTAMP TO WS-ILK-TS-FIELD.
           PERFORM ILK-TS-TO-SECONDS.
           MOVE WS-ILK-TS-SECS TO WS-ILK-LOCK-SECS.
           IF WS-ILK-LOCK-SECS = 0 OR WS-ILK-NOW-SECS = 0
               COMPUTE WS-ILK-AGE = WS-ILK-STALE + 1
           ELSE
               COMPUTE WS-ILK-AGE =
                   WS-ILK-NOW-SECS - WS-ILK-LOCK-SECS
           END-IF.

       ILK-TS-TO-SECONDS.
           MOVE 0 TO WS-ILK-TS-SECS.
           IF WS-ILK-TS-FIELD(1:14) IS NUMERIC
               MOVE WS-ILK-TS-FIELD(1:8) TO WS-ILK-TS-DATE
               COMPUTE WS-ILK-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-ILK-TS-DATE)
               COMPUTE WS-ILK-TS-SECS =
                   WS-ILK-DAY-NO * 86400
                   + FUNCTION NUMVAL(WS-ILK-TS-FIELD(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-ILK-TS-FIELD(11:2)) * 60
                   + FUNCTION NUMVAL(WS-ILK-TS-FIELD(13:2))
           END-IF.

       RELEASE-IDX-LOCK.
           IF WS-LOCK-HELD = "Y"
               CALL "CBL_DELETE_FILE" USING WS-LOKFILE-NAME
               MOVE "N" TO WS-LOCK-HELD
               DISPLAY "IDXFILE LOCK RELEASED"
           END-IF.

       COPY STATDECP.
       COPY PRDCHKP.
       COPY FXCONVP.
       COPY HLDREGP.
