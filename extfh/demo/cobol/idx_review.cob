       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVFILE ASSIGN DYNAMIC WS-REVFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REV-STATUS.
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
               RELATIVE KEY IS WS-MTD-KEY
               FILE STATUS IS MTD-STATUS.
           SELECT JRNFILE ASSIGN DYNAMIC WS-JRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.
           SELECT JCTLFILE ASSIGN DYNAMIC WS-JCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JCTL-STATUS.
           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.
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
       FD  REVFILE.
       01  REV-REC.
           COPY REVREC.
       FD  IDXFILE.
       01  IDX-REC.
           COPY IDXREC.
       FD  MSTFILE.
       01  ACCT-REC.
           COPY ACCTREC.
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  MTDFILE.
       01  MTD-REC.
           05 MTD-COUNT             PIC 9(08).
           05 MTD-AMOUNT            PIC S9(11)V99.
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
       01  WS-REVFILE-NAME          PIC X(256).
       01  REV-STATUS               PIC 9(02) VALUE 0.
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
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-BALFILE-NAME          PIC X(256).
       01  WS-MTDFILE-NAME          PIC X(256).
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  MTD-STATUS               PIC 9(02) VALUE 0.
       01  WS-MTD-KEY               PIC 9(02) VALUE 0.
       01  WS-MTD-DELTA             PIC S9(11)V99 VALUE 0.
       01  WS-MTD-COUNT-DELTA       PIC S9(4) VALUE 0.
       01  WS-BAL-DELTA             PIC S9(11)V99 VALUE 0.
       01  WS-BAL-COUNT-DELTA       PIC S9(4) VALUE 0.
       01  WS-NEW-BASE              PIC S9(11)V99 VALUE 0.
       01  WS-LAST-SEQ              PIC 9(04) VALUE 0.
       01  WS-SCAN-DONE             PIC X VALUE "N".
       01  EOF-FLAG                 PIC X VALUE "N".
       01  WS-QUIT-FLAG             PIC X VALUE "N".
       01  WS-COMMAND               PIC X(10).
       01  WS-EDIT-FIELD            PIC X(40).
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  RELEASED-COUNT           PIC 9(8) VALUE 0.
       01  REJECTED-COUNT           PIC 9(8) VALUE 0.
       01  SKIPPED-COUNT            PIC 9(8) VALUE 0.
       01  REFUSED-COUNT            PIC 9(8) VALUE 0.
       01  WS-POST-OK               PIC X VALUE "Y".
       01  WS-POST-REASON           PIC X(70).
       01  WS-AMOUNT-EDIT           PIC -(8)9.99.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-JRNFILE-NAME          PIC X(256).
       01  JRN-STATUS               PIC 9(02) VALUE 0.
       01  WS-JCTLFILE-NAME         PIC X(256).
       01  JCTL-STATUS              PIC 9(02) VALUE 0.
       01  WS-JRN-BASE-NAME         PIC X(256).
       01  WS-JRN-GEN               PIC 9(04) VALUE 0.
       01  WS-JRN-NEXT-SEQ          PIC 9(09) VALUE 1.
       01  WS-ITEM-IMAGE            PIC X(106).
       01  WS-ITEM-REC REDEFINES WS-ITEM-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==NEW==.
       01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY CRLIMIT.
           COPY HLDREG.
           COPY PRDCHK.
           COPY FXCONV.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-REVIEW START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "REVFILE" TO WS-REVFILE-NAME.
           ACCEPT WS-REVFILE-NAME FROM ENVIRONMENT "REVQUEUE_FILE".
           IF WS-REVFILE-NAME = SPACES
               MOVE "REVFILE" TO WS-REVFILE-NAME
           END-IF.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXREV_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXREV_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "IDXREV_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME.
           ACCEPT WS-MTDFILE-NAME FROM ENVIRONMENT "IDXREV_MTDFILE".
           IF WS-MTDFILE-NAME = SPACES
               MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME
           END-IF.

           MOVE "idx_journal.txt" TO WS-JRNFILE-NAME.
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "IDXREV_JRNFILE".
           IF WS-JRNFILE-NAME = SPACES
               MOVE "idx_journal.txt" TO WS-JRNFILE-NAME
           END-IF.

           DISPLAY "OPERATOR ID:".
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID - SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-PERIOD-CONTROL.
           PERFORM LOAD-FX-RATES.

           OPEN INPUT MSTFILE.
           IF MST-STATUS NOT = "00"
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MSTFILE OPEN FAILED: " MST-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O REVFILE.
           IF REV-STATUS = "35"
               DISPLAY "NO REVIEW QUEUE - NOTHING TO RELEASE"
               CLOSE MSTFILE
               STOP RUN
           END-IF.
           IF REV-STATUS NOT = "00"
               MOVE REV-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "REVFILE OPEN FAILED: " REV-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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

           PERFORM OPEN-HOLD-REGISTER.

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

           PERFORM OPEN-JOURNAL-GENERATION.

           MOVE LOW-VALUES TO REV-KEY.
           START REVFILE KEY IS >= REV-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           PERFORM UNTIL EOF-FLAG = "Y" OR WS-QUIT-FLAG = "Y"
               READ REVFILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF REV-STATE = "P"
                           ADD 1 TO READ-COUNT
                           PERFORM REVIEW-QUEUED-ITEM
                       END-IF
               END-READ
               IF REV-STATUS NOT = "00" AND REV-STATUS NOT = "10"
                   MOVE REV-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "REVFILE READ FAILED: " REV-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.
           IF READ-COUNT = 0
               DISPLAY "NO ITEMS AWAITING REVIEW"
           END-IF.

           CLOSE REVFILE IDXFILE MSTFILE BALFILE MTDFILE JRNFILE.
           PERFORM CLOSE-HOLD-REGISTER.
           PERFORM WRITE-JOURNAL-CONTROL.
           PERFORM RELEASE-IDX-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           DISPLAY "ITEMS REVIEWED  : " READ-COUNT.
           DISPLAY "  RELEASED      : " RELEASED-COUNT.
           DISPLAY "  REJECTED      : " REJECTED-COUNT.
           DISPLAY "  SKIPPED       : " SKIPPED-COUNT.
           DISPLAY "  REFUSED       : " REFUSED-COUNT.
           IF RETURN-CODE = 0 AND REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-REVIEW DONE".
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
               MOVE "IDX-REVIEW" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE RELEASED-COUNT TO RUNH-WRITE-COUNT
               MOVE REJECTED-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       REVIEW-QUEUED-ITEM.
           PERFORM DISPLAY-QUEUED-ITEM.
           DISPLAY "A=APPROVE, R=REJECT, S=SKIP, Q=QUIT".
           MOVE SPACES TO WS-COMMAND.
           ACCEPT WS-COMMAND.
           EVALUATE WS-COMMAND
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-ITEM
               WHEN "R"
               WHEN "r"
                   PERFORM REJECT-ITEM
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-QUIT-FLAG
               WHEN OTHER
                   DISPLAY "ITEM SKIPPED"
                   ADD 1 TO SKIPPED-COUNT
           END-EVALUATE.

       DISPLAY-QUEUED-ITEM.
           MOVE REV-ITEM-IMAGE TO WS-ITEM-IMAGE.
           MOVE NEW-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY " ".
           DISPLAY "QUEUED     : " REV-QUEUED-TS(1:14)
               "  RULE: " REV-RULE.
           DISPLAY "REASON     : " REV-REASON.
           DISPLAY "ACCOUNT    : " NEW-ACCOUNT
               "  DATE: " NEW-TRANS-DATE "  SEQ: " NEW-SEQ-NO.
           DISPLAY "AMOUNT     : " WS-AMOUNT-EDIT
               " " NEW-CURRENCY "  STATUS: " NEW-STATUS-CODE.
           DISPLAY "DESCRIPTION: " NEW-DESCRIPTION.

       APPROVE-ITEM.
           PERFORM POST-RELEASED-ITEM.
           IF WS-POST-OK = "Y"
               MOVE "A" TO REV-STATE
               MOVE IDX-KEY TO REV-POSTED-KEY
               PERFORM REWRITE-QUEUED-ITEM
               ADD 1 TO RELEASED-COUNT
               DISPLAY "ITEM RELEASED AS " IDX-ACCOUNT " "
                   IDX-TRANS-DATE " " IDX-SEQ-NO
           ELSE
               ADD 1 TO REFUSED-COUNT
               DISPLAY "RELEASE REFUSED: " WS-POST-REASON
               DISPLAY "ITEM LEFT AWAITING REVIEW"
           END-IF.

       REJECT-ITEM.
           DISPLAY "REJECT REASON:".
           MOVE SPACES TO WS-EDIT-FIELD.
           ACCEPT WS-EDIT-FIELD.
           IF WS-EDIT-FIELD NOT = SPACES
               MOVE WS-EDIT-FIELD TO REV-REASON
           END-IF.
           MOVE "R" TO REV-STATE.
           PERFORM REWRITE-QUEUED-ITEM.
           ADD 1 TO REJECTED-COUNT.
           DISPLAY "ITEM REJECTED".

       REWRITE-QUEUED-ITEM.
           MOVE WS-OPERATOR-ID TO REV-CHECKER-ID.
           MOVE FUNCTION CURRENT-DATE TO REV-DECISION-TS.
           REWRITE REV-REC.
           IF REV-STATUS NOT = "00"
               MOVE REV-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "REVFILE REWRITE FAILED: " REV-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-QUIT-FLAG
           END-IF.

       POST-RELEASED-ITEM.
           MOVE "Y" TO WS-POST-OK.
           MOVE SPACES TO WS-POST-REASON.
           MOVE WS-ITEM-IMAGE TO IDX-REC.
           PERFORM CHECK-ACCOUNT-MASTER.
           IF WS-POST-OK = "Y"
               MOVE IDX-TRANS-DATE TO WS-PRD-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PRD-OK = "N"
                   MOVE "N" TO WS-POST-OK
                   MOVE WS-PRD-REASON TO WS-POST-REASON
               END-IF
           END-IF.
           IF WS-POST-OK = "Y"
               MOVE NEW-CURRENCY TO WS-FX-CURRENCY
               MOVE NEW-TRANS-DATE TO WS-FX-DATE
               MOVE NEW-AMOUNT TO WS-FX-AMOUNT
               PERFORM CONVERT-TO-BASE
               IF WS-FX-OK = "N"
                   MOVE "N" TO WS-POST-OK
                   MOVE WS-FX-REASON TO WS-POST-REASON
               ELSE
                   MOVE WS-FX-BASE-AMOUNT TO WS-NEW-BASE
               END-IF
           END-IF.
           IF WS-POST-OK = "Y"
               MOVE NEW-ACCOUNT TO WS-CRL-ACCOUNT
               MOVE WS-NEW-BASE TO WS-CRL-DELTA
               PERFORM CHECK-CREDIT-LIMIT
               IF WS-CRL-OK = "N"
                   MOVE "N" TO WS-POST-OK
                   MOVE WS-CRL-REASON TO WS-POST-REASON
               END-IF
           END-IF.
           IF WS-POST-OK = "Y"
               PERFORM POST-RELEASED-ADD THRU END-RELEASED-ADD
           END-IF.

       CHECK-ACCOUNT-MASTER.
           MOVE IDX-ACCOUNT TO ACCT-NUMBER.
           READ MSTFILE RECORD KEY IS ACCT-KEY
               INVALID KEY
                   MOVE "N" TO WS-POST-OK
                   MOVE "ACCOUNT NOT ON MASTER FILE" TO WS-POST-REASON
           END-READ.
           IF WS-POST-OK = "Y" AND ACCT-STATUS-FLAG = "C"
               MOVE "N" TO WS-POST-OK
               MOVE "ACCOUNT IS CLOSED ON MASTER FILE"
                   TO WS-POST-REASON
           END-IF.

       POST-RELEASED-ADD.
           MOVE WS-ITEM-IMAGE TO IDX-REC.
           WRITE IDX-REC.
           IF IDX-STATUS = "22"
               PERFORM FIND-LAST-SEQ
               IF WS-LAST-SEQ NOT < 9999
                   MOVE "N" TO WS-POST-OK
                   MOVE "NO SEQUENCE NUMBER FREE" TO WS-POST-REASON
                   GO TO END-RELEASED-ADD
               END-IF
               MOVE WS-ITEM-IMAGE TO IDX-REC
               COMPUTE IDX-SEQ-NO = WS-LAST-SEQ + 1
               WRITE IDX-REC
           END-IF.
           IF IDX-STATUS = "00"
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
               MOVE IDX-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               MOVE "N" TO WS-POST-OK
               MOVE SPACES TO WS-POST-REASON
               STRING "WRITE FAILED STATUS " IDX-STATUS
                       " - " WS-FH-TEXT
                   DELIMITED BY SIZE INTO WS-POST-REASON
           END-IF.
       END-RELEASED-ADD.
           EXIT.

       FIND-LAST-SEQ.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE SPACES TO IDX-REC.
           MOVE NEW-ACCOUNT TO IDX-ACCOUNT.
           MOVE NEW-TRANS-DATE TO IDX-TRANS-DATE.
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
                       OR IDX-ACCOUNT NOT = NEW-ACCOUNT
                       OR IDX-TRANS-DATE NOT = NEW-TRANS-DATE
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   MOVE IDX-SEQ-NO TO WS-LAST-SEQ
               END-IF
           END-PERFORM.

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
           MOVE "IDX-REVIEW" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE SPACES TO JRN-MAKER-ID.
           MOVE WS-OPERATOR-ID TO JRN-CHECKER-ID.
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
                       MOVE "IDX-REVIEW" TO LOK-PROGRAM
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
       COPY CRLIMITP.
       COPY HLDREGP.
       COPY PRDCHKP.
       COPY FXCONVP.
