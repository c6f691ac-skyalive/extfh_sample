       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRFILE ASSIGN DYNAMIC WS-APRFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS APR-STATUS.
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
           SELECT PENDFILE ASSIGN DYNAMIC WS-PENDFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS PND-STATUS.
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
       FD  APRFILE.
       01  APR-REC.
           COPY APRREC.
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
       FD  PENDFILE.
       01  PND-REC.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==PND==.
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
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-BALFILE-NAME          PIC X(256).
       01  WS-MTDFILE-NAME          PIC X(256).
       01  WS-PENDFILE-NAME         PIC X(256).
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  MTD-STATUS               PIC 9(02) VALUE 0.
       01  PND-STATUS               PIC 9(02) VALUE 0.
       01  WS-MTD-KEY               PIC 9(02) VALUE 0.
       01  WS-MTD-DELTA             PIC S9(11)V99 VALUE 0.
       01  WS-MTD-COUNT-DELTA       PIC S9(4) VALUE 0.
       01  WS-BAL-DELTA             PIC S9(11)V99 VALUE 0.
       01  WS-BAL-COUNT-DELTA       PIC S9(4) VALUE 0.
       01  WS-NEW-BASE              PIC S9(11)V99 VALUE 0.
       01  WS-OLD-BASE              PIC S9(11)V99 VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  WS-QUIT-FLAG             PIC X VALUE "N".
       01  WS-COMMAND               PIC X(10).
       01  WS-EDIT-FIELD            PIC X(40).
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  APPROVED-COUNT           PIC 9(8) VALUE 0.
       01  DECLINED-COUNT           PIC 9(8) VALUE 0.
       01  SKIPPED-COUNT            PIC 9(8) VALUE 0.
       01  REFUSED-COUNT            PIC 9(8) VALUE 0.
       01  APPLIED-COUNT            PIC 9(8) VALUE 0.
       01  PEND-COUNT               PIC 9(8) VALUE 0.
       01  WS-POST-OK               PIC X VALUE "Y".
       01  WS-POST-REASON           PIC X(70).
       01  WS-ACTION-TEXT           PIC X(06).
       01  WS-IMAGE-LABEL           PIC X(06).
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
       01  WS-BEFORE-IMAGE          PIC X(106).
       01  WS-BEFORE-REC REDEFINES WS-BEFORE-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==OLD==.
       01  WS-AFTER-IMAGE           PIC X(106).
       01  WS-AFTER-REC REDEFINES WS-AFTER-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==NEW==.
       01  WS-SHOW-IMAGE            PIC X(106).
       01  WS-SHOW-REC REDEFINES WS-SHOW-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==SHW==.
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
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
           DISPLAY "IDX-APPROVE START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXAPR_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXAPR_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "IDXAPR_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME.
           ACCEPT WS-MTDFILE-NAME FROM ENVIRONMENT "IDXAPR_MTDFILE".
           IF WS-MTDFILE-NAME = SPACES
               MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME
           END-IF.

           MOVE "PENDFILE" TO WS-PENDFILE-NAME.
           ACCEPT WS-PENDFILE-NAME FROM ENVIRONMENT "IDXAPR_PENDFILE".
           IF WS-PENDFILE-NAME = SPACES
               MOVE "PENDFILE" TO WS-PENDFILE-NAME
           END-IF.

           MOVE "idx_journal.txt" TO WS-JRNFILE-NAME.
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "IDXAPR_JRNFILE".
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

           PERFORM OPEN-APPROVAL-QUEUE.
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

           OPEN I-O PENDFILE.
           IF PND-STATUS = "35"
               OPEN OUTPUT PENDFILE
               IF PND-STATUS = "00"
                   CLOSE PENDFILE
                   OPEN I-O PENDFILE
               END-IF
           END-IF.
           IF PND-STATUS NOT = "00"
               MOVE PND-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "PENDFILE OPEN FAILED: " PND-STATUS
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

           PERFORM OPEN-JOURNAL-GENERATION.

           MOVE LOW-VALUES TO APR-KEY.
           START APRFILE KEY IS >= APR-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           PERFORM UNTIL EOF-FLAG = "Y" OR WS-QUIT-FLAG = "Y"
               READ APRFILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF APR-STATE = "P"
                           ADD 1 TO READ-COUNT
                           PERFORM REVIEW-APPROVAL-ITEM
                       END-IF
               END-READ
               IF APR-STATUS NOT = "00" AND APR-STATUS NOT = "10"
                   MOVE APR-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "APRFILE READ FAILED: " APR-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.
           IF READ-COUNT = 0
               DISPLAY "NO ITEMS AWAITING APPROVAL"
           END-IF.

           CLOSE APRFILE IDXFILE MSTFILE BALFILE PENDFILE MTDFILE
               JRNFILE.
           PERFORM CLOSE-HOLD-REGISTER.
           PERFORM WRITE-JOURNAL-CONTROL.
           PERFORM RELEASE-IDX-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           DISPLAY "ITEMS REVIEWED  : " READ-COUNT.
           DISPLAY "  APPROVED      : " APPROVED-COUNT.
           DISPLAY "  DECLINED      : " DECLINED-COUNT.
           DISPLAY "  SKIPPED       : " SKIPPED-COUNT.
           DISPLAY "  REFUSED       : " REFUSED-COUNT.
           DISPLAY "RECORDS POSTED  : " APPLIED-COUNT.
           DISPLAY "ITEMS PENDED    : " PEND-COUNT.
           IF RETURN-CODE = 0 AND REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-APPROVE DONE".
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
               MOVE "IDX-APPROV" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE APPLIED-COUNT TO RUNH-WRITE-COUNT
               MOVE DECLINED-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       REVIEW-APPROVAL-ITEM.
           PERFORM DISPLAY-APPROVAL-ITEM.
           IF APR-MAKER-ID = WS-OPERATOR-ID
               DISPLAY "SUBMITTED BY THIS OPERATOR - "
                   "ANOTHER OPERATOR MUST APPROVE"
               ADD 1 TO SKIPPED-COUNT
           ELSE
               DISPLAY "A=APPROVE, D=DECLINE, S=SKIP, Q=QUIT"
               MOVE SPACES TO WS-COMMAND
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPROVE-ITEM
                   WHEN "D"
                   WHEN "d"
                       PERFORM DECLINE-ITEM
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO WS-QUIT-FLAG
                   WHEN OTHER
                       DISPLAY "ITEM SKIPPED"
                       ADD 1 TO SKIPPED-COUNT
               END-EVALUATE
           END-IF.

       DISPLAY-APPROVAL-ITEM.
           MOVE APR-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE APR-AFTER-IMAGE TO WS-AFTER-IMAGE.
           EVALUATE APR-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-ACTION-TEXT
               WHEN "C"
                   MOVE "CHANGE" TO WS-ACTION-TEXT
               WHEN "D"
                   MOVE "DELETE" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE APR-ACTION TO WS-ACTION-TEXT
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "REFERENCE  : " APR-SUBMIT-TS APR-SUBMIT-SEQ.
           DISPLAY "SUBMITTED  : " APR-PROGRAM " BY " APR-MAKER-ID.
           DISPLAY "ACTION     : " WS-ACTION-TEXT " - " APR-REASON.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE "BEFORE" TO WS-IMAGE-LABEL
               MOVE WS-BEFORE-IMAGE TO WS-SHOW-IMAGE
               PERFORM DISPLAY-IMAGE-FIELDS
           END-IF.
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE "AFTER" TO WS-IMAGE-LABEL
               MOVE WS-AFTER-IMAGE TO WS-SHOW-IMAGE
               PERFORM DISPLAY-IMAGE-FIELDS
           END-IF.

       DISPLAY-IMAGE-FIELDS.
           MOVE SHW-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY WS-IMAGE-LABEL " ACCOUNT    : " SHW-ACCOUNT
               "  DATE: " SHW-TRANS-DATE "  SEQ: " SHW-SEQ-NO.
           DISPLAY WS-IMAGE-LABEL " AMOUNT     : " WS-AMOUNT-EDIT
               " " SHW-CURRENCY "  STATUS: " SHW-STATUS-CODE.
           DISPLAY WS-IMAGE-LABEL " DESCRIPTION: " SHW-DESCRIPTION.

       APPROVE-ITEM.
           PERFORM POST-APPROVED-ITEM.
           IF WS-POST-OK = "Y"
               MOVE "A" TO APR-STATE
               PERFORM REWRITE-APPROVAL-ITEM
               ADD 1 TO APPROVED-COUNT
               DISPLAY "ITEM APPROVED"
           ELSE
               ADD 1 TO REFUSED-COUNT
               DISPLAY "APPROVAL REFUSED: " WS-POST-REASON
               DISPLAY "ITEM LEFT PENDING"
           END-IF.

       DECLINE-ITEM.
           DISPLAY "DECLINE REASON:".
           MOVE SPACES TO WS-EDIT-FIELD.
           ACCEPT WS-EDIT-FIELD.
           IF WS-EDIT-FIELD NOT = SPACES
               MOVE WS-EDIT-FIELD TO APR-REASON
           END-IF.
           MOVE "D" TO APR-STATE.
           PERFORM REWRITE-APPROVAL-ITEM.
           ADD 1 TO DECLINED-COUNT.
           DISPLAY "ITEM DECLINED".

       REWRITE-APPROVAL-ITEM.
           MOVE WS-OPERATOR-ID TO APR-CHECKER-ID.
           MOVE FUNCTION CURRENT-DATE TO APR-DECISION-TS.
           REWRITE APR-REC.
           IF APR-STATUS NOT = "00"
               MOVE APR-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "APRFILE REWRITE FAILED: " APR-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-QUIT-FLAG
           END-IF.

       POST-APPROVED-ITEM.
           MOVE "Y" TO WS-POST-OK.
           MOVE SPACES TO WS-POST-REASON.
           IF APR-ACTION = "D"
               MOVE WS-BEFORE-IMAGE TO IDX-REC
           ELSE
               MOVE WS-AFTER-IMAGE TO IDX-REC
               PERFORM CHECK-ACCOUNT-MASTER
           END-IF.
           IF WS-POST-OK = "Y"
               MOVE IDX-TRANS-DATE TO WS-PRD-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PRD-OK = "N"
                   MOVE "N" TO WS-POST-OK
                   MOVE WS-PRD-REASON TO WS-POST-REASON
               END-IF
           END-IF.
           IF WS-POST-OK = "Y"
                   AND (APR-ACTION = "C" OR APR-ACTION = "D")
               PERFORM CHECK-RECORD-UNCHANGED
           END-IF.
           IF WS-POST-OK = "Y"
                   AND (APR-ACTION = "C" OR APR-ACTION = "D")
               MOVE IDX-KEY TO HLD-KEY
               PERFORM CHECK-ITEM-HELD
               IF WS-HLD-ITEM-HELD = "Y"
                   MOVE "N" TO WS-POST-OK
                   MOVE "ITEM UNDER DISPUTE HOLD" TO WS-POST-REASON
               END-IF
           END-IF.
           IF WS-POST-OK = "Y"
               PERFORM CONVERT-ITEM-AMOUNTS
           END-IF.
           IF WS-POST-OK = "Y"
               EVALUATE APR-ACTION
                   WHEN "A"
                       MOVE NEW-ACCOUNT TO WS-CRL-ACCOUNT
                       MOVE WS-NEW-BASE TO WS-CRL-DELTA
                       PERFORM CHECK-CREDIT-LIMIT
                       IF WS-CRL-OK = "N"
                           MOVE "N" TO WS-POST-OK
                           MOVE WS-CRL-REASON TO WS-POST-REASON
                       ELSE
                           IF NEW-TRANS-DATE > WS-START-TS(1:8)
                               PERFORM PEND-APPROVED-ADD
                           ELSE
                               PERFORM POST-APPROVED-ADD
                           END-IF
                       END-IF
                   WHEN "C"
                       MOVE NEW-ACCOUNT TO WS-CRL-ACCOUNT
                       COMPUTE WS-CRL-DELTA = WS-NEW-BASE - WS-OLD-BASE
                       PERFORM CHECK-CREDIT-LIMIT
                       IF WS-CRL-OK = "N"
                           MOVE "N" TO WS-POST-OK
                           MOVE WS-CRL-REASON TO WS-POST-REASON
                       ELSE
                           PERFORM POST-APPROVED-CHANGE
                       END-IF
                   WHEN "D"
                       PERFORM POST-APPROVED-DELETE
                   WHEN OTHER
                       MOVE "N" TO WS-POST-OK
                       MOVE "UNKNOWN ACTION CODE" TO WS-POST-REASON
               END-EVALUATE
           END-IF.

       CONVERT-ITEM-AMOUNTS.
           MOVE 0 TO WS-NEW-BASE.
           MOVE 0 TO WS-OLD-BASE.
           IF APR-ACTION = "C" OR APR-ACTION = "D"
               MOVE OLD-CURRENCY TO WS-FX-CURRENCY
               MOVE OLD-TRANS-DATE TO WS-FX-DATE
               MOVE OLD-AMOUNT TO WS-FX-AMOUNT
               PERFORM CONVERT-TO-BASE
               IF WS-FX-OK = "N"
                   MOVE "N" TO WS-POST-OK
                   MOVE WS-FX-REASON TO WS-POST-REASON
               ELSE
                   MOVE WS-FX-BASE-AMOUNT TO WS-OLD-BASE
               END-IF
           END-IF.
           IF WS-POST-OK = "Y"
                   AND (APR-ACTION = "A" OR APR-ACTION = "C")
               MOVE NEW-CURRENCY TO WS-FX-CURRENCY
               MOVE NEW-TRANS-DATE TO WS-FX-DATE
               MOVE NEW-AMOUNT TO WS-FX-AMOUNT
               PERFORM CONVERT-TO-BASE
               EVALUATE TRUE
                   WHEN WS-FX-OK = "Y"
                       MOVE WS-FX-BASE-AMOUNT TO WS-NEW-BASE
                   WHEN APR-ACTION = "A"
                           AND NEW-TRANS-DATE > WS-START-TS(1:8)
                       MOVE NEW-AMOUNT TO WS-NEW-BASE
                   WHEN OTHER
                       MOVE "N" TO WS-POST-OK
                       MOVE WS-FX-REASON TO WS-POST-REASON
               END-EVALUATE
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

       CHECK-RECORD-UNCHANGED.
           MOVE WS-BEFORE-IMAGE TO IDX-REC.
           READ IDXFILE RECORD KEY IS IDX-KEY
               INVALID KEY
                   MOVE "N" TO WS-POST-OK
                   MOVE "RECORD NO LONGER ON FILE" TO WS-POST-REASON
           END-READ.
           IF WS-POST-OK = "Y" AND IDX-REC NOT = WS-BEFORE-IMAGE
               MOVE "N" TO WS-POST-OK
               MOVE "RECORD CHANGED SINCE IT WAS SUBMITTED"
                   TO WS-POST-REASON
           END-IF.

       PEND-APPROVED-ADD.
           MOVE WS-AFTER-IMAGE TO PND-REC.
           WRITE PND-REC.
           IF PND-STATUS = "00"
               ADD 1 TO PEND-COUNT
               DISPLAY "FUTURE DATED - PENDED FOR RELEASE ON "
                   PND-TRANS-DATE
           ELSE
               MOVE PND-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               MOVE "N" TO WS-POST-OK
               STRING "PEND FAILED STATUS " PND-STATUS
                       " - " WS-FH-TEXT
                   DELIMITED BY SIZE INTO WS-POST-REASON
           END-IF.

       POST-APPROVED-ADD.
           MOVE WS-AFTER-IMAGE TO IDX-REC.
           WRITE IDX-REC.
           IF IDX-STATUS = "00"
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
           END-IF.

       POST-APPROVED-CHANGE.
           MOVE WS-AFTER-IMAGE TO IDX-REC.
           REWRITE IDX-REC.
           IF IDX-STATUS = "00"
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
           END-IF.

       POST-APPROVED-DELETE.
           DELETE IDXFILE RECORD.
           IF IDX-STATUS = "00"
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
           END-IF.

       BUILD-STATUS-REASON.
           MOVE IDX-STATUS TO WS-FH-STATUS.
           PERFORM DECODE-FH-STATUS.
           MOVE "N" TO WS-POST-OK.
           MOVE SPACES TO WS-POST-REASON.
           STRING APR-ACTION " FAILED STATUS " IDX-STATUS
                   " - " WS-FH-TEXT
               DELIMITED BY SIZE INTO WS-POST-REASON.

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
           MOVE "IDX-APPROV" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE APR-MAKER-ID TO JRN-MAKER-ID.
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
                       MOVE "IDX-APPROV" TO LOK-PROGRAM
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
       COPY APRQUEP.
