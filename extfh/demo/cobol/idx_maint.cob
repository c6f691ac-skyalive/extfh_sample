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
           SELECT MTDFILE ASSIGN DYNAMIC WS-MTDFILE-NAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS PND-STATUS.
           SELECT PCTLFILE ASSIGN DYNAMIC WS-PCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCTL-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.
           SELECT APRFILE ASSIGN DYNAMIC WS-APRFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS APR-STATUS.
           SELECT LOKFILE ASSIGN DYNAMIC WS-LOKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOK-STATUS.
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  MTDFILE.
       01  MTD-REC.
           05 MTD-COUNT             PIC 9(08).
       FD  PENDFILE.
       01  PND-REC.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==PND==.
       FD  PCTLFILE.
       01  PCTL-REC.
           COPY PRDCTL.
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.
       FD  APRFILE.
       01  APR-REC.
           COPY APRREC.
       FD  LOKFILE.
       01  LOK-REC.
           05 LOK-PROGRAM           PIC X(10).
       01  DELETE-COUNT             PIC 9(8) VALUE 0.
       01  APPLIED-COUNT            PIC 9(8) VALUE 0.
       01  REJECT-COUNT             PIC 9(8) VALUE 0.
       01  LIMIT-COUNT              PIC 9(8) VALUE 0.
       01  QUEUED-COUNT             PIC 9(8) VALUE 0.
       01  XFER-COUNT               PIC 9(8) VALUE 0.
       01  XFER-REJECT-COUNT        PIC 9(8) VALUE 0.
       01  WS-XFER-NET              PIC S9(13)V99 VALUE 0.
       01  WS-XFER-NET-EDIT         PIC -(13)9.99.
       01  WS-XFR-OK                PIC X VALUE "Y".
       01  WS-XFR-LEG               PIC X(04).
       01  WS-XFR-REASON            PIC X(70).
       01  WS-XFR-NO                PIC 9(04) VALUE 0.
       01  WS-XFR-REF               PIC X(12).
       01  WS-XFR-FROM              PIC X(10).
       01  WS-XFR-TO                PIC X(10).
       01  WS-XFR-DATE              PIC X(08).
       01  WS-XFR-AMOUNT            PIC 9(9)V99 VALUE 0.
       01  WS-XFR-CODE              PIC X(02).
       01  WS-XFR-DESC              PIC X(33).
       01  WS-XFR-CURRENCY          PIC X(03).
       01  WS-XFR-BASE              PIC S9(11)V99 VALUE 0.
       01  WS-XFR-SEQ               PIC 9(04) VALUE 0.
       01  WS-XFR-FROM-SEQ          PIC 9(04) VALUE 0.
       01  WS-XFR-TO-SEQ            PIC 9(04) VALUE 0.
       01  WS-XFR-SCAN-DONE         PIC X VALUE "N".
       01  WS-XFR-SCAN-ACCOUNT      PIC X(10).
       01  WS-XFR-FROM-IMAGE        PIC X(106).
       01  WS-XFR-TO-IMAGE          PIC X(106).
       01  WS-APPROVAL-LIMIT        PIC 9(9)V99 VALUE 10000.
       01  WS-APPROVAL-LIMIT-ENV    PIC X(9).
       01  WS-APPROVAL-LIMIT-EDIT   PIC Z(8)9.99.
       01  WS-APR-AMOUNT            PIC S9(9)V99 VALUE 0.
       01  WS-NEEDS-APPROVAL        PIC X VALUE "N".
       01  WS-NEW-BASE              PIC S9(11)V99 VALUE 0.
       01  WS-OLD-BASE              PIC S9(11)V99 VALUE 0.
       01  WS-IN-AMOUNT-BUF         PIC X(11).
       01  WS-IN-AMOUNT-NUM REDEFINES WS-IN-AMOUNT-BUF
                                    PIC 9(9)V99.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY CRLIMIT.
           COPY HLDREG.
           COPY PRDCHK.
           COPY FXCONV.
           COPY APRQUE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "IDXMNT_OPERATOR".
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - SET IDXMNT_OPERATOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OPERATOR " WS-OPERATOR-ID.

           ACCEPT WS-APPROVAL-LIMIT-ENV FROM ENVIRONMENT
               "IDXMNT_APPROVAL_LIMIT".
           IF WS-APPROVAL-LIMIT-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-APPROVAL-LIMIT-ENV) IS NUMERIC
               MOVE FUNCTION TRIM(WS-APPROVAL-LIMIT-ENV)
                   TO WS-APPROVAL-LIMIT
           END-IF.
           MOVE WS-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT-EDIT.
           IF WS-APPROVAL-LIMIT > 0
               DISPLAY "APPROVAL REQUIRED ABOVE "
                   FUNCTION TRIM(WS-APPROVAL-LIMIT-EDIT)
           END-IF.

           OPEN INPUT MSTFILE.
           IF MST-STATUS NOT = "00"
               MOVE MST-STATUS TO WS-FH-STATUS
           END-IF.
           DISPLAY "TRANFILE OPEN OK".

           PERFORM LOAD-PERIOD-CONTROL.
           PERFORM LOAD-FX-RATES.
           PERFORM OPEN-APPROVAL-QUEUE.
           PERFORM ACQUIRE-IDX-LOCK.

           OPEN I-O IDXFILE.
               STOP RUN
           END-IF.

           PERFORM OPEN-HOLD-REGISTER.

           MOVE "PENDFILE" TO WS-PENDFILE-NAME.
           ACCEPT WS-PENDFILE-NAME FROM ENVIRONMENT "IDXMNT_PENDFILE".
           IF WS-PENDFILE-NAME = SPACES
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       IF TRAN-ACTION = "T"
                           PERFORM APPLY-TRANSFER
                       ELSE
                           PERFORM APPLY-TRANSACTION
                       END-IF
               END-READ
               IF TRAN-STATUS NOT = "00" AND TRAN-STATUS NOT = "10"
                   MOVE TRAN-STATUS TO WS-FH-STATUS
           END-PERFORM.

           CLOSE TRANFILE IDXFILE REJFILE JRNFILE MSTFILE BALFILE
               PENDFILE MTDFILE APRFILE.
           PERFORM CLOSE-HOLD-REGISTER.
           PERFORM WRITE-JOURNAL-CONTROL.
           PERFORM RELEASE-IDX-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           ELSE
               MOVE "Y" TO WS-MST-VALID
           END-IF.
           IF WS-MST-VALID = "Y"
               MOVE IDX-TRANS-DATE TO WS-PRD-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PRD-OK = "N"
                   MOVE "N" TO WS-MST-VALID
                   MOVE WS-PRD-REASON TO REJ-REASON
               END-IF
           END-IF.
           IF WS-MST-VALID = "Y" AND TRAN-ACTION = "A"
               PERFORM SET-ADD-CURRENCY
           END-IF.
           IF WS-MST-VALID = "N"
               PERFORM WRITE-REJECT
           ELSE
               EVALUATE TRAN-ACTION
                   WHEN "A"
                       MOVE "N" TO WS-NEEDS-APPROVAL
                       MOVE WS-NEW-BASE TO WS-APR-AMOUNT
                       PERFORM CHECK-APPROVAL-LIMIT
                       EVALUATE TRUE
                           WHEN WS-NEEDS-APPROVAL = "Y"
                               MOVE SPACES TO WS-BEFORE-IMAGE
                               PERFORM QUEUE-TRANSACTION
                           WHEN IDX-TRANS-DATE > WS-START-TS(1:8)
                               PERFORM PEND-TRANSACTION
                           WHEN OTHER
                               PERFORM APPLY-ADD
                       END-EVALUATE
                   WHEN "C"
                       PERFORM APPLY-CHANGE
                   WHEN "D"
               END-EVALUATE
           END-IF.

       APPLY-TRANSFER.
           MOVE "Y" TO WS-XFR-OK.
           MOVE SPACES TO WS-XFR-LEG.
           MOVE SPACES TO WS-XFR-REASON.
           ADD 1 TO WS-XFR-NO.
           MOVE SPACES TO WS-XFR-REF.
           STRING WS-START-TS(7:8) WS-XFR-NO
               DELIMITED BY SIZE INTO WS-XFR-REF.
           MOVE TRAN-DATA(1:10) TO WS-XFR-FROM.
           MOVE TRAN-DATA(11:8) TO WS-XFR-DATE.
           MOVE TRAN-DATA(23:11) TO WS-IN-AMOUNT-BUF.
           IF WS-IN-AMOUNT-BUF IS NUMERIC
               MOVE WS-IN-AMOUNT-NUM TO WS-XFR-AMOUNT
           ELSE
               MOVE 0 TO WS-XFR-AMOUNT
           END-IF.
           MOVE TRAN-DATA(34:2) TO WS-XFR-CODE.
           MOVE TRAN-DATA(36:10) TO WS-XFR-TO.
           MOVE TRAN-DATA(46:33) TO WS-XFR-DESC.
           MOVE TRAN-DATA(102:3) TO WS-XFR-CURRENCY.
           EVALUATE TRUE
               WHEN WS-XFR-AMOUNT = 0
                   MOVE "N" TO WS-XFR-OK
                   MOVE "TRANSFER AMOUNT MISSING OR ZERO"
                       TO WS-XFR-REASON
               WHEN WS-XFR-TO = SPACES OR WS-XFR-TO = WS-XFR-FROM
                   MOVE "N" TO WS-XFR-OK
                   MOVE "TO-ACCOUNT MISSING OR SAME AS FROM-ACCOUNT"
                       TO WS-XFR-REASON
               WHEN WS-XFR-DATE > WS-START-TS(1:8)
                   MOVE "N" TO WS-XFR-OK
                   MOVE "FUTURE-DATED TRANSFER NOT ALLOWED"
                       TO WS-XFR-REASON
               WHEN TRAN-DATA(79:23) NOT = SPACES
                   MOVE "N" TO WS-XFR-OK
                   MOVE "TRANSFER DESCRIPTION OVER 33 CHARACTERS"
                       TO WS-XFR-REASON
           END-EVALUATE.
           IF WS-XFR-OK = "Y"
               MOVE WS-XFR-DATE TO WS-PRD-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PRD-OK = "N"
                   MOVE "N" TO WS-XFR-OK
                   MOVE WS-PRD-REASON TO WS-XFR-REASON
               END-IF
           END-IF.
           IF WS-XFR-OK = "Y"
               MOVE WS-XFR-FROM TO IDX-ACCOUNT
               PERFORM CHECK-ACCOUNT-MASTER
               IF WS-MST-VALID = "N"
                   MOVE "N" TO WS-XFR-OK
                   MOVE "FROM" TO WS-XFR-LEG
                   MOVE REJ-REASON TO WS-XFR-REASON
               ELSE
                   IF WS-XFR-CURRENCY = SPACES
                       MOVE ACCT-CURRENCY TO WS-XFR-CURRENCY
                   END-IF
                   IF WS-XFR-CURRENCY = SPACES
                       MOVE WS-BASE-CURRENCY TO WS-XFR-CURRENCY
                   END-IF
               END-IF
           END-IF.
           IF WS-XFR-OK = "Y"
               MOVE WS-XFR-TO TO IDX-ACCOUNT
               PERFORM CHECK-ACCOUNT-MASTER
               IF WS-MST-VALID = "N"
                   MOVE "N" TO WS-XFR-OK
                   MOVE "TO" TO WS-XFR-LEG
                   MOVE REJ-REASON TO WS-XFR-REASON
               END-IF
           END-IF.
           IF WS-XFR-OK = "Y"
               MOVE WS-XFR-CURRENCY TO WS-FX-CURRENCY
               MOVE WS-XFR-DATE TO WS-FX-DATE
               MOVE WS-XFR-AMOUNT TO WS-FX-AMOUNT
               PERFORM CONVERT-TO-BASE
               IF WS-FX-OK = "N"
                   MOVE "N" TO WS-XFR-OK
                   MOVE WS-FX-REASON TO WS-XFR-REASON
               ELSE
                   MOVE WS-FX-BASE-AMOUNT TO WS-XFR-BASE
               END-IF
           END-IF.
           IF WS-XFR-OK = "Y"
               MOVE "N" TO WS-NEEDS-APPROVAL
               MOVE WS-XFR-BASE TO WS-APR-AMOUNT
               PERFORM CHECK-APPROVAL-LIMIT
               IF WS-NEEDS-APPROVAL = "Y"
                   MOVE "N" TO WS-XFR-OK
                   MOVE "TRANSFER OVER APPROVAL LIMIT" TO WS-XFR-REASON
               END-IF
           END-IF.
           IF WS-XFR-OK = "Y"
               MOVE WS-XFR-FROM TO WS-CRL-ACCOUNT
               COMPUTE WS-CRL-DELTA = 0 - WS-XFR-BASE
               PERFORM CHECK-CREDIT-LIMIT
               IF WS-CRL-OK = "N"
                   MOVE "N" TO WS-XFR-OK
                   MOVE "FROM" TO WS-XFR-LEG
                   MOVE WS-CRL-REASON TO WS-XFR-REASON
               END-IF
           END-IF.
           IF WS-XFR-OK = "Y"
               MOVE WS-XFR-TO TO WS-CRL-ACCOUNT
               MOVE WS-XFR-BASE TO WS-CRL-DELTA
               PERFORM CHECK-CREDIT-LIMIT
               IF WS-CRL-OK = "N"
                   MOVE "N" TO WS-XFR-OK
                   MOVE "TO" TO WS-XFR-LEG
                   MOVE WS-CRL-REASON TO WS-XFR-REASON
               END-IF
           END-IF.
           IF WS-XFR-OK = "Y"
               PERFORM POST-TRANSFER-LEGS
           END-IF.
           IF WS-XFR-OK = "Y"
               ADD 1 TO XFER-COUNT
               ADD 2 TO APPLIED-COUNT
           ELSE
               ADD 1 TO XFER-REJECT-COUNT
               MOVE SPACES TO REJ-REASON
               IF WS-XFR-LEG = SPACES
                   STRING "TRANSFER " WS-XFR-REASON
                       DELIMITED BY SIZE INTO REJ-REASON
               ELSE
                   STRING FUNCTION TRIM(WS-XFR-LEG) " LEG FAILED: "
                           WS-XFR-REASON
                       DELIMITED BY SIZE INTO REJ-REASON
               END-IF
               PERFORM WRITE-REJECT
           END-IF.

       POST-TRANSFER-LEGS.
           MOVE WS-XFR-FROM TO IDX-ACCOUNT.
           PERFORM FIND-TRANSFER-SEQ.
           MOVE WS-XFR-SEQ TO WS-XFR-FROM-SEQ.
           MOVE WS-XFR-TO TO IDX-ACCOUNT.
           PERFORM FIND-TRANSFER-SEQ.
           MOVE WS-XFR-SEQ TO WS-XFR-TO-SEQ.
           IF WS-XFR-FROM-SEQ = 0
               MOVE "N" TO WS-XFR-OK
               MOVE "FROM" TO WS-XFR-LEG
               MOVE "NO SEQUENCE NUMBER FREE" TO WS-XFR-REASON
           END-IF.
           IF WS-XFR-OK = "Y" AND WS-XFR-TO-SEQ = 0
               MOVE "N" TO WS-XFR-OK
               MOVE "TO" TO WS-XFR-LEG
               MOVE "NO SEQUENCE NUMBER FREE" TO WS-XFR-REASON
           END-IF.
           IF WS-XFR-OK = "Y"
               MOVE SPACES TO IDX-REC
               MOVE WS-XFR-FROM TO IDX-ACCOUNT
               MOVE WS-XFR-DATE TO IDX-TRANS-DATE
               MOVE WS-XFR-FROM-SEQ TO IDX-SEQ-NO
               COMPUTE IDX-AMOUNT = 0 - WS-XFR-AMOUNT
               MOVE WS-XFR-CODE TO IDX-STATUS-CODE
               STRING "XFR " WS-XFR-REF " TO " WS-XFR-TO " "
                       WS-XFR-DESC
                   DELIMITED BY SIZE INTO IDX-DESCRIPTION
               MOVE WS-XFR-CURRENCY TO IDX-CURRENCY
               MOVE "XF" TO IDX-SOURCE
               MOVE IDX-REC TO WS-XFR-FROM-IMAGE
               WRITE IDX-REC
               IF IDX-STATUS NOT = "00"
                   MOVE "N" TO WS-XFR-OK
                   MOVE "FROM" TO WS-XFR-LEG
                   PERFORM BUILD-STATUS-REASON
                   MOVE REJ-REASON TO WS-XFR-REASON
               END-IF
           END-IF.
           IF WS-XFR-OK = "Y"
               MOVE SPACES TO IDX-REC
               MOVE WS-XFR-TO TO IDX-ACCOUNT
               MOVE WS-XFR-DATE TO IDX-TRANS-DATE
               MOVE WS-XFR-TO-SEQ TO IDX-SEQ-NO
               MOVE WS-XFR-AMOUNT TO IDX-AMOUNT
               MOVE WS-XFR-CODE TO IDX-STATUS-CODE
               STRING "XFR " WS-XFR-REF " FROM " WS-XFR-FROM " "
                       WS-XFR-DESC
                   DELIMITED BY SIZE INTO IDX-DESCRIPTION
               MOVE WS-XFR-CURRENCY TO IDX-CURRENCY
               MOVE "XF" TO IDX-SOURCE
               MOVE IDX-REC TO WS-XFR-TO-IMAGE
               WRITE IDX-REC
               IF IDX-STATUS NOT = "00"
                   MOVE "N" TO WS-XFR-OK
                   MOVE "TO" TO WS-XFR-LEG
                   PERFORM BUILD-STATUS-REASON
                   MOVE REJ-REASON TO WS-XFR-REASON
                   MOVE WS-XFR-FROM-IMAGE TO IDX-REC
                   DELETE IDXFILE RECORD
                   IF IDX-STATUS NOT = "00"
                       MOVE IDX-STATUS TO WS-FH-STATUS
                       PERFORM DECODE-FH-STATUS
                       DISPLAY "TRANSFER " WS-XFR-REF
                           " FROM LEG NOT REMOVED: " IDX-STATUS
                           " - " WS-FH-TEXT
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF WS-XFR-OK = "Y"
               MOVE WS-XFR-FROM-IMAGE TO IDX-REC
               MOVE "WR" TO JRN-OPERATION
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE IDX-REC TO JRN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-REC
               COMPUTE WS-BAL-DELTA = 0 - WS-XFR-BASE
               MOVE 1 TO WS-BAL-COUNT-DELTA
               PERFORM POST-BALANCE-DELTA
               COMPUTE WS-MTD-DELTA = 0 - WS-XFR-BASE
               MOVE 1 TO WS-MTD-COUNT-DELTA
               PERFORM POST-MTD-DELTA
               ADD WS-BAL-DELTA TO WS-XFER-NET
               MOVE WS-XFR-TO-IMAGE TO IDX-REC
               MOVE "WR" TO JRN-OPERATION
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE IDX-REC TO JRN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-REC
               MOVE WS-XFR-BASE TO WS-BAL-DELTA
               MOVE 1 TO WS-BAL-COUNT-DELTA
               PERFORM POST-BALANCE-DELTA
               MOVE WS-XFR-BASE TO WS-MTD-DELTA
               MOVE 1 TO WS-MTD-COUNT-DELTA
               PERFORM POST-MTD-DELTA
               ADD WS-BAL-DELTA TO WS-XFER-NET
           END-IF.

       FIND-TRANSFER-SEQ.
           MOVE IDX-ACCOUNT TO WS-XFR-SCAN-ACCOUNT.
           MOVE 0 TO WS-XFR-SEQ.
           MOVE "N" TO WS-XFR-SCAN-DONE.
           MOVE WS-XFR-DATE TO IDX-TRANS-DATE.
           MOVE 0 TO IDX-SEQ-NO.
           START IDXFILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XFR-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-XFR-SCAN-DONE = "Y"
               READ IDXFILE NEXT
                   AT END
                       MOVE "Y" TO WS-XFR-SCAN-DONE
               END-READ
               IF IDX-STATUS NOT = "00"
                       OR IDX-ACCOUNT NOT = WS-XFR-SCAN-ACCOUNT
                       OR IDX-TRANS-DATE NOT = WS-XFR-DATE
                   MOVE "Y" TO WS-XFR-SCAN-DONE
               ELSE
                   MOVE IDX-SEQ-NO TO WS-XFR-SEQ
               END-IF
           END-PERFORM.
           IF WS-XFR-SEQ < 9999
               ADD 1 TO WS-XFR-SEQ
           ELSE
               MOVE 0 TO WS-XFR-SEQ
           END-IF.

       CHECK-ACCOUNT-MASTER.
           MOVE "Y" TO WS-MST-VALID.
           MOVE IDX-ACCOUNT TO ACCT-NUMBER.
               MOVE "ACCOUNT IS CLOSED ON MASTER FILE" TO REJ-REASON
           END-IF.

       SET-ADD-CURRENCY.
           IF IDX-CURRENCY = SPACES
               MOVE ACCT-CURRENCY TO IDX-CURRENCY
           END-IF.
           IF IDX-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO IDX-CURRENCY
           END-IF.
           MOVE IDX-CURRENCY TO WS-FX-CURRENCY.
           MOVE IDX-TRANS-DATE TO WS-FX-DATE.
           MOVE IDX-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.
           EVALUATE TRUE
               WHEN WS-FX-OK = "Y"
                   MOVE WS-FX-BASE-AMOUNT TO WS-NEW-BASE
               WHEN IDX-TRANS-DATE > WS-START-TS(1:8)
                   MOVE IDX-AMOUNT TO WS-NEW-BASE
               WHEN OTHER
                   MOVE "N" TO WS-MST-VALID
                   MOVE WS-FX-REASON TO REJ-REASON
           END-EVALUATE.

       PEND-TRANSACTION.
           MOVE IDX-REC TO PND-REC.
           WRITE PND-REC
           END-IF.

       APPLY-ADD.
           MOVE IDX-ACCOUNT TO WS-CRL-ACCOUNT.
           MOVE WS-NEW-BASE TO WS-CRL-DELTA.
           PERFORM CHECK-CREDIT-LIMIT.
           IF WS-CRL-OK = "N"
               ADD 1 TO LIMIT-COUNT
               MOVE WS-CRL-REASON TO REJ-REASON
               PERFORM WRITE-REJECT
           ELSE
               WRITE IDX-REC
               IF IDX-STATUS = "00"
                   ADD 1 TO ADD-COUNT
                   ADD 1 TO APPLIED-COUNT
                   MOVE "WR" TO JRN-OPERATION
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE IDX-REC TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-REC
                   MOVE WS-NEW-BASE TO WS-BAL-DELTA
                   MOVE 1 TO WS-BAL-COUNT-DELTA
                   PERFORM POST-BALANCE-DELTA
                   MOVE WS-NEW-BASE TO WS-MTD-DELTA
                   MOVE 1 TO WS-MTD-COUNT-DELTA
                   PERFORM POST-MTD-DELTA
               ELSE
                   PERFORM BUILD-STATUS-REASON
                   PERFORM WRITE-REJECT
               END-IF
           END-IF.

       APPLY-CHANGE.
           READ IDXFILE RECORD KEY IS IDX-KEY
           IF IDX-STATUS NOT = "00"
               PERFORM BUILD-STATUS-REASON
               PERFORM WRITE-REJECT
           ELSE
               MOVE IDX-KEY TO HLD-KEY
               PERFORM CHECK-ITEM-HELD
               IF WS-HLD-ITEM-HELD = "Y"
                   MOVE "ITEM UNDER DISPUTE HOLD" TO REJ-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   PERFORM PREPARE-CHANGE-REC
               END-IF
           END-IF.

       PREPARE-CHANGE-REC.
           MOVE IDX-REC TO WS-BEFORE-IMAGE.
           PERFORM PARSE-TRAN-TO-IDX.
           MOVE OLD-SOURCE TO IDX-SOURCE.
           IF IDX-CURRENCY = SPACES
               MOVE OLD-CURRENCY TO IDX-CURRENCY
           END-IF.
           IF IDX-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO IDX-CURRENCY
           END-IF.
           PERFORM CONVERT-OLD-AMOUNT.
           IF WS-FX-OK = "Y"
               MOVE IDX-CURRENCY TO WS-FX-CURRENCY
               MOVE IDX-TRANS-DATE TO WS-FX-DATE
               MOVE IDX-AMOUNT TO WS-FX-AMOUNT
               PERFORM CONVERT-TO-BASE
               MOVE WS-FX-BASE-AMOUNT TO WS-NEW-BASE
           END-IF.
           IF WS-FX-OK = "N"
               MOVE WS-FX-REASON TO REJ-REASON
               PERFORM WRITE-REJECT
           ELSE
               PERFORM CHECK-CHANGE-APPROVAL
           END-IF.

       CHECK-CHANGE-APPROVAL.
           MOVE "N" TO WS-NEEDS-APPROVAL.
           MOVE WS-NEW-BASE TO WS-APR-AMOUNT.
           PERFORM CHECK-APPROVAL-LIMIT.
           MOVE WS-OLD-BASE TO WS-APR-AMOUNT.
           PERFORM CHECK-APPROVAL-LIMIT.
           IF WS-NEEDS-APPROVAL = "Y"
               PERFORM QUEUE-TRANSACTION
           ELSE
               PERFORM CHECK-CHANGE-LIMIT
           END-IF.

       CONVERT-OLD-AMOUNT.
           MOVE OLD-CURRENCY TO WS-FX-CURRENCY.
           MOVE OLD-TRANS-DATE TO WS-FX-DATE.
           MOVE OLD-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.
           MOVE WS-FX-BASE-AMOUNT TO WS-OLD-BASE.

       CHECK-CHANGE-LIMIT.
           MOVE IDX-ACCOUNT TO WS-CRL-ACCOUNT.
           COMPUTE WS-CRL-DELTA = WS-NEW-BASE - WS-OLD-BASE.
           PERFORM CHECK-CREDIT-LIMIT.
           IF WS-CRL-OK = "N"
               ADD 1 TO LIMIT-COUNT
               MOVE WS-CRL-REASON TO REJ-REASON
               PERFORM WRITE-REJECT
           ELSE
               PERFORM REWRITE-CHANGED-REC
           END-IF.

       REWRITE-CHANGED-REC.
           REWRITE IDX-REC
           IF IDX-STATUS = "00"
               ADD 1 TO CHANGE-COUNT
               ADD 1 TO APPLIED-COUNT
               MOVE "RW" TO JRN-OPERATION
               MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
               MOVE IDX-REC TO JRN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-REC
               COMPUTE WS-BAL-DELTA = WS-NEW-BASE - WS-OLD-BASE
               MOVE 0 TO WS-BAL-COUNT-DELTA
               PERFORM POST-BALANCE-DELTA
               COMPUTE WS-MTD-DELTA = WS-NEW-BASE - WS-OLD-BASE
               MOVE 0 TO WS-MTD-COUNT-DELTA
               PERFORM POST-MTD-DELTA
           ELSE
               PERFORM BUILD-STATUS-REASON
               PERFORM WRITE-REJECT
           END-IF.

       APPLY-DELETE.
           READ IDXFILE RECORD KEY IS IDX-KEY
           IF IDX-STATUS NOT = "00"
               PERFORM BUILD-STATUS-REASON
               PERFORM WRITE-REJECT
           ELSE
               MOVE IDX-KEY TO HLD-KEY
               PERFORM CHECK-ITEM-HELD
               IF WS-HLD-ITEM-HELD = "Y"
                   MOVE "ITEM UNDER DISPUTE HOLD" TO REJ-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   PERFORM PREPARE-DELETE-REC
               END-IF
           END-IF.

       PREPARE-DELETE-REC.
           MOVE IDX-REC TO WS-BEFORE-IMAGE.
           PERFORM CONVERT-OLD-AMOUNT.
           IF WS-FX-OK = "N"
               MOVE WS-FX-REASON TO REJ-REASON
               PERFORM WRITE-REJECT
           ELSE
               PERFORM CHECK-DELETE-APPROVAL
           END-IF.

       CHECK-DELETE-APPROVAL.
           MOVE "N" TO WS-NEEDS-APPROVAL.
           MOVE WS-OLD-BASE TO WS-APR-AMOUNT.
           PERFORM CHECK-APPROVAL-LIMIT.
           IF WS-NEEDS-APPROVAL = "Y"
               PERFORM QUEUE-TRANSACTION
           ELSE
               PERFORM DELETE-IDX-REC
           END-IF.

       DELETE-IDX-REC.
           DELETE IDXFILE RECORD
           IF IDX-STATUS = "00"
               ADD 1 TO DELETE-COUNT
               ADD 1 TO APPLIED-COUNT
               MOVE "DL" TO JRN-OPERATION
               MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
               MOVE SPACES TO JRN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-REC
               COMPUTE WS-BAL-DELTA = 0 - WS-OLD-BASE
               MOVE -1 TO WS-BAL-COUNT-DELTA
               PERFORM POST-BALANCE-DELTA
               COMPUTE WS-MTD-DELTA = 0 - WS-OLD-BASE
               MOVE -1 TO WS-MTD-COUNT-DELTA
               PERFORM POST-MTD-DELTA
           ELSE
               PERFORM BUILD-STATUS-REASON
               PERFORM WRITE-REJECT
           END-IF.

       CHECK-APPROVAL-LIMIT.
           IF WS-APPROVAL-LIMIT > 0
               IF WS-APR-AMOUNT < 0
                   COMPUTE WS-APR-AMOUNT = 0 - WS-APR-AMOUNT
               END-IF
               IF WS-APR-AMOUNT > WS-APPROVAL-LIMIT
                   MOVE "Y" TO WS-NEEDS-APPROVAL
               END-IF
           END-IF.

       QUEUE-TRANSACTION.
           MOVE SPACES TO APR-REC.
           MOVE TRAN-ACTION TO APR-ACTION.
           MOVE "IDX-MAINT" TO APR-PROGRAM.
           MOVE WS-OPERATOR-ID TO APR-MAKER-ID.
           MOVE "OVER APPROVAL LIMIT" TO APR-REASON.
           MOVE WS-BEFORE-IMAGE TO APR-BEFORE-IMAGE.
           IF TRAN-ACTION = "D"
               MOVE SPACES TO APR-AFTER-IMAGE
           ELSE
               MOVE IDX-REC TO APR-AFTER-IMAGE
           END-IF.
           PERFORM QUEUE-FOR-APPROVAL.
           IF APR-STATUS = "00"
               ADD 1 TO QUEUED-COUNT
           ELSE
               MOVE APR-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               MOVE SPACES TO REJ-REASON
               STRING "QUEUE FAILED STATUS " APR-STATUS
                       " - " WS-FH-TEXT
                   DELIMITED BY SIZE INTO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF.

       POST-MTD-DELTA.
           MOVE IDX-TRANS-DATE(7:2) TO WS-MTD-KEY.
           READ MTDFILE
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
           MOVE "IDX-MAINT" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE WS-OPERATOR-ID TO JRN-MAKER-ID.
           MOVE SPACES TO JRN-CHECKER-ID.
           WRITE JRN-REC.
           IF JRN-STATUS NOT = "00"
               MOVE JRN-STATUS TO WS-FH-STATUS
               MOVE 0 TO IDX-AMOUNT
           END-IF.
           MOVE TRAN-DATA(34:2) TO IDX-STATUS-CODE.
           MOVE TRAN-DATA(36:66) TO IDX-DESCRIPTION.
           MOVE TRAN-DATA(102:3) TO IDX-CURRENCY.
           IF TRAN-DATA(105:1) = "C" OR TRAN-DATA(105:1) = "-"
               COMPUTE IDX-AMOUNT = 0 - IDX-AMOUNT
           END-IF.
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OPERATOR    : " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANS READ      : " READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANS QUEUED    : " QUEUED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANS REJECTED  : " REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  OVER LIMIT    : " LIMIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANSFERS       : " XFER-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  REJECTED      : " XFER-REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-XFER-NET TO WS-XFER-NET-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "  NET TOTAL     : " WS-XFER-NET-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           IF WS-XFER-NET NOT = 0
               MOVE "*** TRANSFER NET TOTAL IS NOT ZERO ***" TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE RPTFILE.
       END-CONTROL-REPORT.
           EXIT.
           END-IF.

       COPY STATDECP.
       COPY CRLIMITP.
       COPY HLDREGP.
       COPY PRDCHKP.
       COPY FXCONVP.
       COPY APRQUEP.
