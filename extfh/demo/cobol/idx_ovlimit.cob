       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-OVLIMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALFILE ASSIGN DYNAMIC WS-BALFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS BAL-STATUS.
           SELECT HLDFILE ASSIGN DYNAMIC WS-HLDFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS HLD-STATUS.
           SELECT MSTFILE ASSIGN DYNAMIC WS-MSTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS MST-STATUS.
           SELECT RPTFILE ASSIGN DYNAMIC WS-RPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  MSTFILE.
       01  ACCT-REC.
           COPY ACCTREC.
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-BALFILE-NAME          PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  OVER-COUNT               PIC 9(8) VALUE 0.
       01  NO-MASTER-COUNT          PIC 9(8) VALUE 0.
       01  NO-LIMIT-COUNT           PIC 9(8) VALUE 0.
       01  HELD-ACCOUNT-COUNT       PIC 9(8) VALUE 0.
       01  WS-NET-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-EXCESS                PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-EXCESS          PIC S9(13)V99 VALUE 0.
       01  WS-LIMIT-EDIT            PIC Z(8)9.99.
       01  WS-BAL-EDIT              PIC -(11)9.99.
       01  WS-EXCESS-EDIT           PIC -(11)9.99.
       01  WS-TOTAL-EDIT            PIC -(13)9.99.
       01  WS-LINES-ON-PAGE         PIC 9(4) VALUE 0.
       01  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       01  WS-PAGE-SIZE             PIC 9(4) VALUE 20.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY HLDREG.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-OVLIMIT START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "IDXOVL_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXOVL_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "idx_ovlimit.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXOVL_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_ovlimit.rpt" TO WS-RPTFILE-NAME
           END-IF.

           OPEN INPUT BALFILE.
           IF BAL-STATUS NOT = "00"
               MOVE BAL-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "BALFILE OPEN FAILED: " BAL-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MSTFILE.
           IF MST-STATUS NOT = "00"
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MSTFILE OPEN FAILED: " MST-STATUS
                   " - " WS-FH-TEXT
               CLOSE BALFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-HOLD-REGISTER.

           OPEN OUTPUT RPTFILE.
           IF RPT-STATUS NOT = "00"
               MOVE RPT-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "RPTFILE OPEN FAILED: " RPT-STATUS
                   " - " WS-FH-TEXT
               CLOSE BALFILE MSTFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF-FLAG = "Y"
               READ BALFILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM CHECK-ACCOUNT-LIMIT
               END-READ
               IF BAL-STATUS NOT = "00" AND BAL-STATUS NOT = "10"
                   MOVE BAL-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "BALFILE READ FAILED: " BAL-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

           IF WS-LINES-ON-PAGE = 0 AND WS-PAGE-NUMBER = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE BALFILE MSTFILE RPTFILE.
           PERFORM CLOSE-HOLD-REGISTER.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0 AND OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-OVLIMIT DONE - " READ-COUNT " ACCOUNT(S), "
               OVER-COUNT " OVER LIMIT".
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
               MOVE "IDX-OVLIM" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE 0 TO RUNH-WRITE-COUNT
               MOVE OVER-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       CHECK-ACCOUNT-LIMIT.
           MOVE BAL-ACCOUNT TO ACCT-NUMBER.
           READ MSTFILE RECORD KEY IS ACCT-KEY
               INVALID KEY
                   ADD 1 TO NO-MASTER-COUNT
           END-READ.
           IF MST-STATUS = "00"
               IF ACCT-CREDIT-LIMIT = 0
                   ADD 1 TO NO-LIMIT-COUNT
               ELSE
                   MOVE BAL-ACCOUNT TO WS-HLD-SUM-ACCOUNT
                   PERFORM SUM-HELD-AMOUNT
                   IF WS-HLD-HELD-COUNT > 0
                       ADD 1 TO HELD-ACCOUNT-COUNT
                   END-IF
                   COMPUTE WS-NET-BALANCE =
                       BAL-AMOUNT - WS-HLD-HELD-TOTAL
                   IF WS-NET-BALANCE > ACCT-CREDIT-LIMIT
                       COMPUTE WS-EXCESS =
                           WS-NET-BALANCE - ACCT-CREDIT-LIMIT
                       ADD 1 TO OVER-COUNT
                       ADD WS-EXCESS TO WS-TOTAL-EXCESS
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-EXCEPTION-LINE.
           IF WS-LINES-ON-PAGE = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE ACCT-CREDIT-LIMIT TO WS-LIMIT-EDIT.
           MOVE WS-NET-BALANCE TO WS-BAL-EDIT.
           MOVE WS-EXCESS TO WS-EXCESS-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING BAL-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ACCT-BRANCH DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LIMIT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BAL-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXCESS-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-SIZE
               MOVE 0 TO WS-LINES-ON-PAGE
           END-IF.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CREDIT LIMIT EXCEPTION REPORT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE/TIME: " WS-START-TS
                   "   PAGE: " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT    BRCH         LIMIT    NET OF HOLDS"
                   "          EXCESS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "---------- ----  ------------ ---------------"
                   " ---------------"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BALANCES READ   : " READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OVER LIMIT      : " OVER-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NO LIMIT SET    : " NO-LIMIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NOT ON MASTER   : " NO-MASTER-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "WITH HELD ITEMS : " HELD-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-TOTAL-EXCESS TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL EXCESS    : " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       COPY STATDECP.
       COPY HLDREGP.
