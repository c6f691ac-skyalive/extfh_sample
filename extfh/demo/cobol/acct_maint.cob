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
           SELECT REJFILE ASSIGN TO "acct_reject.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
       FD  TRANFILE.
       01  TRAN-REC.
           05 TRAN-ACTION           PIC X(01).
           05 TRAN-DATA             PIC X(67).
       FD  MSTFILE.
       01  ACCT-REC.
           COPY ACCTREC.
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  PENDFILE.
       01  PND-REC.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==PND==.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  REJFILE.
       01  REJ-REC.
           05 REJ-LINE              PIC X(68).
           05 FILLER                PIC X(3) VALUE " - ".
           05 REJ-REASON            PIC X(70).
       FD  RPTFILE.
       01  WS-TRANFILE-NAME         PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  WS-BALFILE-NAME          PIC X(256).
       01  WS-PENDFILE-NAME         PIC X(256).
       01  TRAN-STATUS              PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  REJ-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  PND-STATUS               PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  WS-BAL-AVAIL             PIC X VALUE "N".
       01  WS-PND-AVAIL             PIC X VALUE "N".
       01  WS-OLD-STATUS-FLAG       PIC X(01).
       01  WS-PND-COUNT             PIC 9(4) VALUE 0.
       01  WS-PND-EDIT              PIC ZZZ9.
       01  WS-SCAN-DONE             PIC X VALUE "N".
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  ADD-COUNT                PIC 9(8) VALUE 0.
       01  CHANGE-COUNT             PIC 9(8) VALUE 0.
       01  DELETE-COUNT             PIC 9(8) VALUE 0.
       01  FREEZE-COUNT             PIC 9(8) VALUE 0.
       01  APPLIED-COUNT            PIC 9(8) VALUE 0.
       01  REJECT-COUNT             PIC 9(8) VALUE 0.
       01  WS-IN-LIMIT-BUF          PIC X(11).
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY HLDREG.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE "acct_maint.rpt" TO WS-RPTFILE-NAME
           END-IF.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "ACCTM_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "PENDFILE" TO WS-PENDFILE-NAME.
           ACCEPT WS-PENDFILE-NAME FROM ENVIRONMENT "ACCTM_PENDFILE".
           IF WS-PENDFILE-NAME = SPACES
               MOVE "PENDFILE" TO WS-PENDFILE-NAME
           END-IF.

           OPEN I-O MSTFILE.
           IF MST-STATUS = "35"
               OPEN OUTPUT MSTFILE
           END-IF.
           DISPLAY "TRANFILE OPEN OK".

           OPEN INPUT BALFILE.
           EVALUATE TRUE
               WHEN BAL-STATUS = "00"
                   MOVE "Y" TO WS-BAL-AVAIL
               WHEN BAL-STATUS = "35"
                   DISPLAY "NO BALANCE FILE - BALANCES TAKEN AS ZERO"
               WHEN OTHER
                   MOVE BAL-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "BALFILE OPEN FAILED: " BAL-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

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

           OPEN OUTPUT REJFILE.
           IF REJ-STATUS NOT = "00"
               MOVE REJ-STATUS TO WS-FH-STATUS
           END-PERFORM.

           CLOSE TRANFILE MSTFILE REJFILE.
           IF WS-BAL-AVAIL = "Y"
               CLOSE BALFILE
           END-IF.
           IF WS-PND-AVAIL = "Y"
               CLOSE PENDFILE
           END-IF.
           PERFORM CLOSE-HOLD-REGISTER.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           PERFORM WRITE-CONTROL-REPORT THRU END-CONTROL-REPORT.
           IF RETURN-CODE = 0 AND REJECT-COUNT > 0
                       PERFORM APPLY-CHANGE
                   WHEN "D"
                       PERFORM APPLY-DELETE
                   WHEN "F"
                       PERFORM APPLY-FREEZE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
                       PERFORM WRITE-REJECT
               PERFORM BUILD-STATUS-REASON
               PERFORM WRITE-REJECT
           ELSE
               MOVE ACCT-STATUS-FLAG TO WS-OLD-STATUS-FLAG
               PERFORM PARSE-TRAN-TO-ACCT
               IF ACCT-STATUS-FLAG = "C"
                       AND WS-OLD-STATUS-FLAG NOT = "C"
                   PERFORM CHECK-CLOSE-ALLOWED
               END-IF
               IF WS-EDIT-VALID = "N"
                   MOVE WS-EDIT-REASON TO REJ-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   REWRITE ACCT-REC
                   IF MST-STATUS = "00"
                       ADD 1 TO CHANGE-COUNT
                       ADD 1 TO APPLIED-COUNT
                   ELSE
                       PERFORM BUILD-STATUS-REASON
                       PERFORM WRITE-REJECT
                   END-IF
               END-IF
           END-IF.

       CHECK-CLOSE-ALLOWED.
           IF WS-BAL-AVAIL = "Y"
               MOVE ACCT-NUMBER TO BAL-ACCOUNT
               READ BALFILE RECORD KEY IS BAL-KEY
                   INVALID KEY
                       MOVE 0 TO BAL-AMOUNT
               END-READ
               IF BAL-STATUS = "00" AND BAL-AMOUNT NOT = 0
                   MOVE "N" TO WS-EDIT-VALID
                   MOVE "BALANCE NOT ZERO - USE CLOSURE RUN"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.
           IF WS-EDIT-VALID = "Y" AND WS-PND-AVAIL = "Y"
               MOVE 0 TO WS-PND-COUNT
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
               IF WS-PND-COUNT > 0
                   MOVE "N" TO WS-EDIT-VALID
                   MOVE WS-PND-COUNT TO WS-PND-EDIT
                   MOVE SPACES TO WS-EDIT-REASON
                   STRING "PENDING ITEMS ON FILE: " WS-PND-EDIT
                       DELIMITED BY SIZE INTO WS-EDIT-REASON
               END-IF
           END-IF.
           IF WS-EDIT-VALID = "Y"
               MOVE ACCT-NUMBER TO WS-HLD-SUM-ACCOUNT
               PERFORM SUM-HELD-AMOUNT
               IF WS-HLD-HELD-COUNT > 0
                   MOVE "N" TO WS-EDIT-VALID
                   MOVE "OPEN DISPUTES ON FILE" TO WS-EDIT-REASON
               END-IF
           END-IF.

               END-IF
           END-IF.

       APPLY-FREEZE.
           READ MSTFILE RECORD KEY IS ACCT-KEY
           IF MST-STATUS NOT = "00"
               PERFORM BUILD-STATUS-REASON
               PERFORM WRITE-REJECT
           ELSE
               EVALUATE ACCT-STATUS-FLAG
                   WHEN "C"
                       MOVE "ACCOUNT IS CLOSED" TO REJ-REASON
                       PERFORM WRITE-REJECT
                   WHEN "F"
                       MOVE "ACCOUNT ALREADY FROZEN" TO REJ-REASON
                       PERFORM WRITE-REJECT
                   WHEN OTHER
                       MOVE "F" TO ACCT-STATUS-FLAG
                       REWRITE ACCT-REC
                       IF MST-STATUS = "00"
                           ADD 1 TO FREEZE-COUNT
                           ADD 1 TO APPLIED-COUNT
                       ELSE
                           PERFORM BUILD-STATUS-REASON
                           PERFORM WRITE-REJECT
                       END-IF
               END-EVALUATE
           END-IF.

       PARSE-TRAN-TO-ACCT.
           MOVE SPACES TO ACCT-REC.
           MOVE TRAN-DATA(1:10) TO ACCT-NUMBER.
           MOVE TRAN-DATA(11:27) TO ACCT-NAME.
           MOVE TRAN-DATA(41:4) TO ACCT-BRANCH.
           MOVE TRAN-DATA(45:8) TO ACCT-OPEN-DATE.
           MOVE TRAN-DATA(53:1) TO ACCT-STATUS-FLAG.
           ELSE
               MOVE 0 TO ACCT-CREDIT-LIMIT
           END-IF.
           MOVE TRAN-DATA(65:3) TO ACCT-CURRENCY.

       VALIDATE-ACCT-REC.
           MOVE "Y" TO WS-EDIT-VALID.
                       MOVE "ACCOUNT STATUS NOT O/C/F"
                           TO WS-EDIT-REASON
                   END-IF
                   IF WS-EDIT-VALID = "Y"
                           AND TRAN-DATA(38:3) NOT = SPACES
                       MOVE "N" TO WS-EDIT-VALID
                       MOVE "ACCOUNT NAME OVER 27 CHARACTERS"
                           TO WS-EDIT-REASON
                   END-IF
                   IF WS-EDIT-VALID = "Y"
                           AND ACCT-OPEN-DATE IS NOT NUMERIC
                       MOVE "N" TO WS-EDIT-VALID
                       MOVE "OPEN DATE NOT NUMERIC" TO WS-EDIT-REASON
                   END-IF
                   IF WS-EDIT-VALID = "Y"
                           AND ACCT-CURRENCY IS NOT ALPHABETIC-UPPER
                       MOVE "N" TO WS-EDIT-VALID
                       MOVE "CURRENCY CODE NOT ALPHABETIC"
                           TO WS-EDIT-REASON
                   END-IF
                   IF WS-EDIT-VALID = "Y"
                           AND ACCT-CURRENCY NOT = SPACES
                           AND (ACCT-CURRENCY(1:1) = SPACE
                             OR ACCT-CURRENCY(2:1) = SPACE
                             OR ACCT-CURRENCY(3:1) = SPACE)
                       MOVE "N" TO WS-EDIT-VALID
                       MOVE "CURRENCY CODE NOT 3 LETTERS"
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.

               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  FREEZES       : " FREEZE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANS REJECTED  : " REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           EXIT.

       COPY STATDECP.
       COPY HLDREGP.
