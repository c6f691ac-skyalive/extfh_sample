       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-RENUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIRFILE ASSIGN DYNAMIC WS-PAIRFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAIR-STATUS.
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
           SELECT RCNFILE ASSIGN DYNAMIC WS-RCNFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCN-KEY
               ALTERNATE RECORD KEY IS RCN-BANK-REF WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS RCN-STATUS.
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
           SELECT LOKFILE ASSIGN DYNAMIC WS-LOKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIRFILE.
       01  PAIR-REC.
           05 PAIR-FROM-ACCOUNT     PIC X(10).
           05 PAIR-TO-ACCOUNT       PIC X(10).
           05 PAIR-REASON           PIC X(40).
       FD  IDXFILE.
       01  IDX-REC.
           COPY IDXREC.
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
       FD  RCNFILE.
       01  RCN-REC.
           COPY RCNREC.
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
       01  WS-PAIRFILE-NAME         PIC X(256).
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-BALFILE-NAME          PIC X(256).
       01  WS-PENDFILE-NAME         PIC X(256).
       01  WS-RCNFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  PAIR-STATUS              PIC 9(02) VALUE 0.
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  PND-STATUS               PIC 9(02) VALUE 0.
       01  RCN-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  WS-PND-AVAIL             PIC X VALUE "N".
       01  WS-RCN-AVAIL             PIC X VALUE "N".
       01  WS-RELINK-ACCOUNT        PIC X(10).
       01  WS-SCAN-DONE             PIC X VALUE "N".
       01  WS-MOVE-DONE             PIC X VALUE "N".
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  MOVED-COUNT              PIC 9(8) VALUE 0.
       01  REFUSED-COUNT            PIC 9(8) VALUE 0.
       01  FAILED-COUNT             PIC 9(8) VALUE 0.
       01  RECORDS-MOVED            PIC 9(8) VALUE 0.
       01  PENDING-MOVED            PIC 9(8) VALUE 0.
       01  RESEQ-COUNT              PIC 9(8) VALUE 0.
       01  HOLDS-MOVED              PIC 9(8) VALUE 0.
       01  RECONS-MOVED             PIC 9(8) VALUE 0.
       01  JOURNAL-WRITES           PIC 9(8) VALUE 0.
       01  PROOF-FAIL-COUNT         PIC 9(8) VALUE 0.
       01  WS-RNM-OK                PIC X VALUE "Y".
       01  WS-RNM-REASON            PIC X(40).
       01  WS-PROOF-OK              PIC X VALUE "Y".
       01  WS-FROM-ACCOUNT          PIC X(10).
       01  WS-TO-ACCOUNT            PIC X(10).
       01  WS-FROM-BRANCH           PIC X(04).
       01  WS-TO-BRANCH             PIC X(04).
       01  WS-COUNT-ACCOUNT         PIC X(10).
       01  WS-TALLY-COUNT           PIC 9(8) VALUE 0.
       01  WS-TALLY-AMOUNT          PIC S9(13)V99 VALUE 0.
       01  WS-TALLY-PENDING         PIC 9(8) VALUE 0.
       01  WS-TALLY-BALANCE         PIC S9(13)V99 VALUE 0.
       01  WS-PROOF-TABLE.
           05 WS-PROOF-ENTRY OCCURS 5 TIMES.
              10 WS-PRF-LABEL       PIC X(16).
              10 WS-PRF-COUNT       PIC 9(8).
              10 WS-PRF-AMOUNT      PIC S9(13)V99.
              10 WS-PRF-PENDING     PIC 9(8).
              10 WS-PRF-BALANCE     PIC S9(13)V99.
       01  WS-PRF-SUB               PIC 9(2) VALUE 0.
       01  WS-PAIR-MOVED            PIC 9(8) VALUE 0.
       01  WS-PAIR-PENDING          PIC 9(8) VALUE 0.
       01  WS-PAIR-RESEQ            PIC 9(8) VALUE 0.
       01  WS-OLD-IMAGE             PIC X(106).
       01  WS-OLD-REC REDEFINES WS-OLD-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==OLD==.
       01  WS-NEW-KEY               PIC X(22).
       01  WS-LAST-SEQ              PIC 9(04) VALUE 0.
       01  WS-MOVE-BAL-COUNT        PIC 9(08) VALUE 0.
       01  WS-MOVE-BAL-AMOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-EDIT            PIC Z(7)9.
       01  WS-PEND-EDIT             PIC Z(7)9.
       01  WS-AMOUNT-EDIT           PIC -(13)9.99.
       01  WS-BAL-EDIT              PIC -(13)9.99.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-JRNFILE-NAME          PIC X(256).
       01  JRN-STATUS               PIC 9(02) VALUE 0.
       01  WS-JCTLFILE-NAME         PIC X(256).
       01  JCTL-STATUS              PIC 9(02) VALUE 0.
       01  WS-JRN-BASE-NAME         PIC X(256).
       01  WS-JRN-GEN               PIC 9(04) VALUE 0.
       01  WS-JRN-NEXT-SEQ          PIC 9(09) VALUE 1.
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY HLDREG.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-RENUM START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "renum_pairs.txt" TO WS-PAIRFILE-NAME.
           ACCEPT WS-PAIRFILE-NAME FROM ENVIRONMENT "IDXRNM_PAIRFILE".
           IF WS-PAIRFILE-NAME = SPACES
               MOVE "renum_pairs.txt" TO WS-PAIRFILE-NAME
           END-IF.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXRNM_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXRNM_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "IDXRNM_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "PENDFILE" TO WS-PENDFILE-NAME.
           ACCEPT WS-PENDFILE-NAME FROM ENVIRONMENT "IDXRNM_PENDFILE".
           IF WS-PENDFILE-NAME = SPACES
               MOVE "PENDFILE" TO WS-PENDFILE-NAME
           END-IF.

           MOVE "RCNFILE" TO WS-RCNFILE-NAME.
           ACCEPT WS-RCNFILE-NAME FROM ENVIRONMENT "IDXRNM_RCNFILE".
           IF WS-RCNFILE-NAME = SPACES
               MOVE "RCNFILE" TO WS-RCNFILE-NAME
           END-IF.

           MOVE "idx_journal.txt" TO WS-JRNFILE-NAME.
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "IDXRNM_JRNFILE".
           IF WS-JRNFILE-NAME = SPACES
               MOVE "idx_journal.txt" TO WS-JRNFILE-NAME
           END-IF.

           MOVE "idx_renum.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXRNM_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_renum.rpt" TO WS-RPTFILE-NAME
           END-IF.

           OPEN INPUT PAIRFILE.
           IF PAIR-STATUS = "35"
               DISPLAY "NO RENUMBER PAIRS - NOTHING TO MOVE"
               MOVE FUNCTION CURRENT-DATE TO WS-END-TS
               PERFORM WRITE-RUN-HISTORY
               DISPLAY "IDX-RENUM DONE"
               STOP RUN
           END-IF.
           IF PAIR-STATUS NOT = "00"
               MOVE PAIR-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "PAIRFILE OPEN FAILED: " PAIR-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O MSTFILE.
           IF MST-STATUS NOT = "00"
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MSTFILE OPEN FAILED: " MST-STATUS
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

           OPEN I-O PENDFILE.
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
                   PERFORM RELEASE-IDX-LOCK
                   STOP RUN
           END-EVALUATE.

           MOVE "Y" TO WS-HLD-UPDATE.
           PERFORM OPEN-HOLD-REGISTER.
           IF WS-HLD-AVAIL = "N"
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.

           OPEN I-O RCNFILE.
           EVALUATE TRUE
               WHEN RCN-STATUS = "00"
                   MOVE "Y" TO WS-RCN-AVAIL
               WHEN RCN-STATUS = "35"
                   DISPLAY "NO RECONCILED FILE - NO RECONCILED ITEMS"
               WHEN OTHER
                   MOVE RCN-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "RCNFILE OPEN FAILED: " RCN-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-IDX-LOCK
                   STOP RUN
           END-EVALUATE.

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
           PERFORM WRITE-REPORT-HEADER.

           PERFORM UNTIL EOF-FLAG = "Y"
               READ PAIRFILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF PAIR-FROM-ACCOUNT NOT = SPACES
                           ADD 1 TO READ-COUNT
                           PERFORM RENUMBER-ONE-PAIR
                       END-IF
               END-READ
               IF PAIR-STATUS NOT = "00" AND PAIR-STATUS NOT = "10"
                   MOVE PAIR-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "PAIRFILE READ FAILED: " PAIR-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

           PERFORM WRITE-REPORT-FOOTER.
           CLOSE PAIRFILE MSTFILE IDXFILE BALFILE RPTFILE JRNFILE.
           IF WS-PND-AVAIL = "Y"
               CLOSE PENDFILE
           END-IF.
           IF WS-RCN-AVAIL = "Y"
               CLOSE RCNFILE
           END-IF.
           PERFORM CLOSE-HOLD-REGISTER.
           PERFORM WRITE-JOURNAL-CONTROL.
           PERFORM RELEASE-IDX-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF FAILED-COUNT > 0 OR PROOF-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0 AND REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-RENUM DONE - " MOVED-COUNT " MOVED, "
               REFUSED-COUNT " REFUSED, " RECORDS-MOVED " RECORD(S)".
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
               MOVE "IDX-RENUM" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE JOURNAL-WRITES TO RUNH-WRITE-COUNT
               COMPUTE RUNH-REJECT-COUNT =
                   REFUSED-COUNT + FAILED-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       RENUMBER-ONE-PAIR.
           MOVE "Y" TO WS-RNM-OK.
           MOVE SPACES TO WS-RNM-REASON.
           MOVE PAIR-FROM-ACCOUNT TO WS-FROM-ACCOUNT.
           MOVE PAIR-TO-ACCOUNT TO WS-TO-ACCOUNT.
           MOVE SPACES TO WS-FROM-BRANCH.
           MOVE SPACES TO WS-TO-BRANCH.
           MOVE 0 TO WS-PAIR-MOVED.
           MOVE 0 TO WS-PAIR-PENDING.
           MOVE 0 TO WS-PAIR-RESEQ.
           INITIALIZE WS-PROOF-TABLE.
           IF WS-TO-ACCOUNT = SPACES
                   OR WS-TO-ACCOUNT = WS-FROM-ACCOUNT
               MOVE "N" TO WS-RNM-OK
               MOVE "TARGET ACCOUNT MISSING OR SAME AS SOURCE"
                   TO WS-RNM-REASON
           END-IF.
           IF WS-RNM-OK = "Y"
               MOVE WS-TO-ACCOUNT TO ACCT-NUMBER
               PERFORM CHECK-MASTER-OPEN
               MOVE ACCT-BRANCH TO WS-TO-BRANCH
               IF WS-RNM-OK = "N"
                   MOVE SPACES TO WS-RNM-REASON
                   STRING "TARGET " WS-TO-ACCOUNT
                           " NOT OPEN ON MASTER"
                       DELIMITED BY SIZE INTO WS-RNM-REASON
               END-IF
           END-IF.
           IF WS-RNM-OK = "Y"
               MOVE WS-FROM-ACCOUNT TO ACCT-NUMBER
               PERFORM CHECK-MASTER-OPEN
               MOVE ACCT-BRANCH TO WS-FROM-BRANCH
               IF WS-RNM-OK = "N"
                   MOVE SPACES TO WS-RNM-REASON
                   STRING "SOURCE " WS-FROM-ACCOUNT
                           " NOT OPEN ON MASTER"
                       DELIMITED BY SIZE INTO WS-RNM-REASON
               END-IF
           END-IF.
           IF WS-RNM-OK = "N"
               ADD 1 TO REFUSED-COUNT
               PERFORM WRITE-PAIR-RESULT
           ELSE
               MOVE "FROM BEFORE" TO WS-PRF-LABEL(1)
               MOVE WS-FROM-ACCOUNT TO WS-COUNT-ACCOUNT
               MOVE 1 TO WS-PRF-SUB
               PERFORM TALLY-ACCOUNT
               MOVE "TO BEFORE" TO WS-PRF-LABEL(2)
               MOVE WS-TO-ACCOUNT TO WS-COUNT-ACCOUNT
               MOVE 2 TO WS-PRF-SUB
               PERFORM TALLY-ACCOUNT
               PERFORM MOVE-IDX-RECORDS
               IF WS-RNM-OK = "Y" AND WS-PND-AVAIL = "Y"
                   PERFORM MOVE-PENDING-ITEMS
               END-IF
               IF WS-RNM-OK = "Y"
                   PERFORM MOVE-BALANCE
               END-IF
               IF WS-RNM-OK = "Y"
                   PERFORM CLOSE-SOURCE-ACCOUNT
               END-IF
               MOVE "FROM AFTER" TO WS-PRF-LABEL(3)
               MOVE WS-FROM-ACCOUNT TO WS-COUNT-ACCOUNT
               MOVE 3 TO WS-PRF-SUB
               PERFORM TALLY-ACCOUNT
               MOVE "TO AFTER" TO WS-PRF-LABEL(4)
               MOVE WS-TO-ACCOUNT TO WS-COUNT-ACCOUNT
               MOVE 4 TO WS-PRF-SUB
               PERFORM TALLY-ACCOUNT
               PERFORM PROVE-PAIR
               IF WS-RNM-OK = "Y"
                   ADD 1 TO MOVED-COUNT
                   MOVE "MOVED - SOURCE CLOSED" TO WS-RNM-REASON
               ELSE
                   ADD 1 TO FAILED-COUNT
               END-IF
               PERFORM WRITE-PAIR-RESULT
           END-IF.

       CHECK-MASTER-OPEN.
           MOVE SPACES TO ACCT-DATA.
           READ MSTFILE RECORD KEY IS ACCT-KEY
               INVALID KEY
                   MOVE "N" TO WS-RNM-OK
           END-READ.
           IF WS-RNM-OK = "Y" AND MST-STATUS NOT = "00"
               MOVE "N" TO WS-RNM-OK
           END-IF.
           IF WS-RNM-OK = "Y" AND ACCT-STATUS-FLAG = "C"
               MOVE "N" TO WS-RNM-OK
           END-IF.

       TALLY-ACCOUNT.
           MOVE 0 TO WS-TALLY-COUNT.
           MOVE 0 TO WS-TALLY-AMOUNT.
           MOVE 0 TO WS-TALLY-PENDING.
           MOVE 0 TO WS-TALLY-BALANCE.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE SPACES TO IDX-KEY.
           MOVE WS-COUNT-ACCOUNT TO IDX-ACCOUNT.
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
                       OR IDX-ACCOUNT NOT = WS-COUNT-ACCOUNT
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   ADD 1 TO WS-TALLY-COUNT
                   ADD IDX-AMOUNT TO WS-TALLY-AMOUNT
               END-IF
           END-PERFORM.
           IF WS-PND-AVAIL = "Y"
               MOVE "N" TO WS-SCAN-DONE
               MOVE SPACES TO PND-KEY
               MOVE WS-COUNT-ACCOUNT TO PND-ACCOUNT
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
                           OR PND-ACCOUNT NOT = WS-COUNT-ACCOUNT
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       ADD 1 TO WS-TALLY-PENDING
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-COUNT-ACCOUNT TO BAL-ACCOUNT.
           READ BALFILE RECORD KEY IS BAL-KEY
               INVALID KEY
                   MOVE 0 TO BAL-AMOUNT
           END-READ.
           MOVE BAL-AMOUNT TO WS-TALLY-BALANCE.
           MOVE WS-TALLY-COUNT TO WS-PRF-COUNT(WS-PRF-SUB).
           MOVE WS-TALLY-AMOUNT TO WS-PRF-AMOUNT(WS-PRF-SUB).
           MOVE WS-TALLY-PENDING TO WS-PRF-PENDING(WS-PRF-SUB).
           MOVE WS-TALLY-BALANCE TO WS-PRF-BALANCE(WS-PRF-SUB).

       MOVE-IDX-RECORDS.
           MOVE "N" TO WS-MOVE-DONE.
           PERFORM UNTIL WS-MOVE-DONE = "Y"
               MOVE SPACES TO IDX-KEY
               MOVE WS-FROM-ACCOUNT TO IDX-ACCOUNT
               START IDXFILE KEY IS >= IDX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MOVE-DONE
               END-START
               IF WS-MOVE-DONE = "N"
                   READ IDXFILE NEXT
                       AT END
                           MOVE "Y" TO WS-MOVE-DONE
                   END-READ
               END-IF
               IF WS-MOVE-DONE = "N"
                   IF IDX-STATUS NOT = "00"
                           OR IDX-ACCOUNT NOT = WS-FROM-ACCOUNT
                       MOVE "Y" TO WS-MOVE-DONE
                   ELSE
                       PERFORM MOVE-ONE-RECORD
                       IF WS-RNM-OK = "N"
                           MOVE "Y" TO WS-MOVE-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MOVE-ONE-RECORD.
           MOVE IDX-REC TO WS-OLD-IMAGE.
           MOVE WS-TO-ACCOUNT TO IDX-ACCOUNT.
           WRITE IDX-REC.
           IF IDX-STATUS = "22"
               PERFORM FIND-LAST-SEQ
               IF WS-LAST-SEQ NOT < 9999
                   MOVE "N" TO WS-RNM-OK
                   MOVE SPACES TO WS-RNM-REASON
                   STRING "NO SEQUENCE FREE ON " OLD-TRANS-DATE
                       DELIMITED BY SIZE INTO WS-RNM-REASON
               ELSE
                   MOVE WS-OLD-IMAGE TO IDX-REC
                   MOVE WS-TO-ACCOUNT TO IDX-ACCOUNT
                   COMPUTE IDX-SEQ-NO = WS-LAST-SEQ + 1
                   WRITE IDX-REC
                   IF IDX-STATUS = "00"
                       ADD 1 TO WS-PAIR-RESEQ
                       ADD 1 TO RESEQ-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-RNM-OK = "Y" AND IDX-STATUS NOT = "00"
               MOVE "N" TO WS-RNM-OK
               MOVE SPACES TO WS-RNM-REASON
               STRING "TARGET WRITE FAILED " IDX-STATUS " "
                       OLD-TRANS-DATE " " OLD-SEQ-NO
                   DELIMITED BY SIZE INTO WS-RNM-REASON
           END-IF.
           IF WS-RNM-OK = "Y"
               MOVE IDX-KEY TO WS-NEW-KEY
               MOVE "WR" TO JRN-OPERATION
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE IDX-REC TO JRN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-REC
               ADD 1 TO JOURNAL-WRITES
               MOVE WS-OLD-IMAGE TO IDX-REC
               DELETE IDXFILE RECORD
               IF IDX-STATUS = "00"
                   MOVE "DL" TO JRN-OPERATION
                   MOVE WS-OLD-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE SPACES TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-REC
                   ADD 1 TO JOURNAL-WRITES
                   ADD 1 TO WS-PAIR-MOVED
                   ADD 1 TO RECORDS-MOVED
                   PERFORM MOVE-HOLD-ENTRY
                   PERFORM MOVE-RECON-ENTRY
                   IF OLD-SOURCE = "DP"
                       PERFORM RELINK-HOLD-REVERSAL
                   END-IF
               ELSE
                   MOVE "N" TO WS-RNM-OK
                   MOVE SPACES TO WS-RNM-REASON
                   STRING "SOURCE DELETE FAILED " IDX-STATUS " "
                           OLD-TRANS-DATE " " OLD-SEQ-NO
                       DELIMITED BY SIZE INTO WS-RNM-REASON
               END-IF
           END-IF.

       MOVE-HOLD-ENTRY.
           IF WS-RNM-OK = "Y" AND WS-HLD-AVAIL = "Y"
               MOVE OLD-KEY TO HLD-KEY
               READ HLDFILE RECORD KEY IS HLD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF HLD-STATUS = "00"
                   MOVE WS-NEW-KEY TO HLD-KEY
                   WRITE HLD-REC
                   IF HLD-STATUS = "00"
                       MOVE OLD-KEY TO HLD-KEY
                       DELETE HLDFILE RECORD
                   END-IF
                   IF HLD-STATUS = "00"
                       ADD 1 TO HOLDS-MOVED
                   ELSE
                       MOVE "N" TO WS-RNM-OK
                       MOVE SPACES TO WS-RNM-REASON
                       STRING "HOLD MOVE FAILED " HLD-STATUS " "
                               OLD-TRANS-DATE " " OLD-SEQ-NO
                           DELIMITED BY SIZE INTO WS-RNM-REASON
                   END-IF
               END-IF
           END-IF.

       MOVE-RECON-ENTRY.
           IF WS-RNM-OK = "Y" AND WS-RCN-AVAIL = "Y"
               MOVE OLD-KEY TO RCN-KEY
               READ RCNFILE RECORD KEY IS RCN-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF RCN-STATUS = "00"
                   MOVE WS-NEW-KEY TO RCN-KEY
                   WRITE RCN-REC
                   IF RCN-STATUS = "00"
                       MOVE OLD-KEY TO RCN-KEY
                       DELETE RCNFILE RECORD
                   END-IF
                   IF RCN-STATUS = "00"
                       ADD 1 TO RECONS-MOVED
                   ELSE
                       MOVE "N" TO WS-RNM-OK
                       MOVE SPACES TO WS-RNM-REASON
                       STRING "RECON MOVE FAILED " RCN-STATUS " "
                               OLD-TRANS-DATE " " OLD-SEQ-NO
                           DELIMITED BY SIZE INTO WS-RNM-REASON
                   END-IF
               END-IF
           END-IF.

       RELINK-HOLD-REVERSAL.
           IF WS-RNM-OK = "Y" AND WS-HLD-AVAIL = "Y"
               MOVE WS-FROM-ACCOUNT TO WS-RELINK-ACCOUNT
               PERFORM RELINK-ACCOUNT-HOLDS
               MOVE WS-TO-ACCOUNT TO WS-RELINK-ACCOUNT
               PERFORM RELINK-ACCOUNT-HOLDS
           END-IF.

       RELINK-ACCOUNT-HOLDS.
           MOVE SPACES TO HLD-KEY.
           MOVE WS-RELINK-ACCOUNT TO HLD-ACCOUNT.
           MOVE 0 TO HLD-SEQ-NO.
           MOVE "N" TO WS-HLD-SCAN-END.
           START HLDFILE KEY IS >= HLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HLD-SCAN-END
           END-START.
           PERFORM UNTIL WS-HLD-SCAN-END = "Y"
               READ HLDFILE NEXT
                   AT END
                       MOVE "Y" TO WS-HLD-SCAN-END
               END-READ
               IF HLD-STATUS NOT = "00"
                       OR HLD-ACCOUNT NOT = WS-RELINK-ACCOUNT
                   MOVE "Y" TO WS-HLD-SCAN-END
               ELSE
                   IF HLD-REVERSAL-KEY = OLD-KEY
                       MOVE WS-NEW-KEY TO HLD-REVERSAL-KEY
                       REWRITE HLD-REC
                   END-IF
               END-IF
           END-PERFORM.

       FIND-LAST-SEQ.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE SPACES TO IDX-REC.
           MOVE WS-TO-ACCOUNT TO IDX-ACCOUNT.
           MOVE OLD-TRANS-DATE TO IDX-TRANS-DATE.
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
                       OR IDX-ACCOUNT NOT = WS-TO-ACCOUNT
                       OR IDX-TRANS-DATE NOT = OLD-TRANS-DATE
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   MOVE IDX-SEQ-NO TO WS-LAST-SEQ
               END-IF
           END-PERFORM.

       MOVE-PENDING-ITEMS.
           MOVE "N" TO WS-MOVE-DONE.
           PERFORM UNTIL WS-MOVE-DONE = "Y"
               MOVE SPACES TO PND-KEY
               MOVE WS-FROM-ACCOUNT TO PND-ACCOUNT
               START PENDFILE KEY IS >= PND-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MOVE-DONE
               END-START
               IF WS-MOVE-DONE = "N"
                   READ PENDFILE NEXT
                       AT END
                           MOVE "Y" TO WS-MOVE-DONE
                   END-READ
               END-IF
               IF WS-MOVE-DONE = "N"
                   IF PND-STATUS NOT = "00"
                           OR PND-ACCOUNT NOT = WS-FROM-ACCOUNT
                       MOVE "Y" TO WS-MOVE-DONE
                   ELSE
                       PERFORM MOVE-ONE-PENDING
                       IF WS-RNM-OK = "N"
                           MOVE "Y" TO WS-MOVE-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MOVE-ONE-PENDING.
           MOVE PND-REC TO WS-OLD-IMAGE.
           MOVE WS-TO-ACCOUNT TO PND-ACCOUNT.
           WRITE PND-REC.
           IF PND-STATUS = "22"
               PERFORM FIND-LAST-PENDING-SEQ
               IF WS-LAST-SEQ NOT < 9999
                   MOVE "N" TO WS-RNM-OK
                   MOVE SPACES TO WS-RNM-REASON
                   STRING "NO PENDING SEQUENCE FREE ON " OLD-TRANS-DATE
                       DELIMITED BY SIZE INTO WS-RNM-REASON
               ELSE
                   MOVE WS-OLD-IMAGE TO PND-REC
                   MOVE WS-TO-ACCOUNT TO PND-ACCOUNT
                   COMPUTE PND-SEQ-NO = WS-LAST-SEQ + 1
                   WRITE PND-REC
                   IF PND-STATUS = "00"
                       ADD 1 TO WS-PAIR-RESEQ
                       ADD 1 TO RESEQ-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-RNM-OK = "Y" AND PND-STATUS NOT = "00"
               MOVE "N" TO WS-RNM-OK
               MOVE SPACES TO WS-RNM-REASON
               STRING "PENDING WRITE FAILED " PND-STATUS " "
                       OLD-TRANS-DATE " " OLD-SEQ-NO
                   DELIMITED BY SIZE INTO WS-RNM-REASON
           END-IF.
           IF WS-RNM-OK = "Y"
               MOVE WS-OLD-IMAGE TO PND-REC
               DELETE PENDFILE RECORD
               IF PND-STATUS = "00"
                   ADD 1 TO WS-PAIR-PENDING
                   ADD 1 TO PENDING-MOVED
               ELSE
                   MOVE "N" TO WS-RNM-OK
                   MOVE SPACES TO WS-RNM-REASON
                   STRING "PENDING DELETE FAILED " PND-STATUS " "
                           OLD-TRANS-DATE " " OLD-SEQ-NO
                       DELIMITED BY SIZE INTO WS-RNM-REASON
               END-IF
           END-IF.

       FIND-LAST-PENDING-SEQ.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE SPACES TO PND-REC.
           MOVE WS-TO-ACCOUNT TO PND-ACCOUNT.
           MOVE OLD-TRANS-DATE TO PND-TRANS-DATE.
           MOVE 0 TO PND-SEQ-NO.
           START PENDFILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ PENDFILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
               END-READ
               IF PND-STATUS NOT = "00"
                       OR PND-ACCOUNT NOT = WS-TO-ACCOUNT
                       OR PND-TRANS-DATE NOT = OLD-TRANS-DATE
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   MOVE PND-SEQ-NO TO WS-LAST-SEQ
               END-IF
           END-PERFORM.

       MOVE-BALANCE.
           MOVE WS-FROM-ACCOUNT TO BAL-ACCOUNT.
           READ BALFILE RECORD KEY IS BAL-KEY
               INVALID KEY
                   MOVE 0 TO BAL-TRANS-COUNT
                   MOVE 0 TO BAL-AMOUNT
           END-READ.
           IF BAL-STATUS = "00"
               MOVE BAL-TRANS-COUNT TO WS-MOVE-BAL-COUNT
               MOVE BAL-AMOUNT TO WS-MOVE-BAL-AMOUNT
               DELETE BALFILE RECORD
               IF BAL-STATUS NOT = "00"
                   MOVE "N" TO WS-RNM-OK
                   MOVE SPACES TO WS-RNM-REASON
                   STRING "SOURCE BALANCE DELETE FAILED " BAL-STATUS
                       DELIMITED BY SIZE INTO WS-RNM-REASON
               END-IF
               IF WS-RNM-OK = "Y"
                   MOVE WS-TO-ACCOUNT TO BAL-ACCOUNT
                   READ BALFILE RECORD KEY IS BAL-KEY
                       INVALID KEY
                           MOVE 0 TO BAL-TRANS-COUNT
                           MOVE 0 TO BAL-AMOUNT
                   END-READ
                   IF BAL-STATUS = "00"
                       ADD WS-MOVE-BAL-COUNT TO BAL-TRANS-COUNT
                       ADD WS-MOVE-BAL-AMOUNT TO BAL-AMOUNT
                       MOVE FUNCTION CURRENT-DATE TO BAL-LAST-UPD-TS
                       REWRITE BAL-REC
                   ELSE
                       MOVE WS-TO-ACCOUNT TO BAL-ACCOUNT
                       MOVE WS-MOVE-BAL-COUNT TO BAL-TRANS-COUNT
                       MOVE WS-MOVE-BAL-AMOUNT TO BAL-AMOUNT
                       MOVE FUNCTION CURRENT-DATE TO BAL-LAST-UPD-TS
                       WRITE BAL-REC
                   END-IF
                   IF BAL-STATUS NOT = "00"
                       MOVE "N" TO WS-RNM-OK
                       MOVE SPACES TO WS-RNM-REASON
                       STRING "TARGET BALANCE UPDATE FAILED "
                               BAL-STATUS
                           DELIMITED BY SIZE INTO WS-RNM-REASON
                   END-IF
               END-IF
           END-IF.

       CLOSE-SOURCE-ACCOUNT.
           MOVE WS-FROM-ACCOUNT TO ACCT-NUMBER.
           READ MSTFILE RECORD KEY IS ACCT-KEY
               INVALID KEY
                   MOVE "N" TO WS-RNM-OK
           END-READ.
           IF WS-RNM-OK = "Y"
               MOVE "C" TO ACCT-STATUS-FLAG
               REWRITE ACCT-REC
               IF MST-STATUS NOT = "00"
                   MOVE "N" TO WS-RNM-OK
               END-IF
           END-IF.
           IF WS-RNM-OK = "N"
               MOVE SPACES TO WS-RNM-REASON
               STRING "MASTER CLOSE FAILED " MST-STATUS
                   DELIMITED BY SIZE INTO WS-RNM-REASON
           END-IF.

       PROVE-PAIR.
           MOVE "COMBINED BEFORE" TO WS-PRF-LABEL(5).
           COMPUTE WS-PRF-COUNT(5) = WS-PRF-COUNT(1) + WS-PRF-COUNT(2).
           COMPUTE WS-PRF-AMOUNT(5) =
               WS-PRF-AMOUNT(1) + WS-PRF-AMOUNT(2).
           COMPUTE WS-PRF-PENDING(5) =
               WS-PRF-PENDING(1) + WS-PRF-PENDING(2).
           COMPUTE WS-PRF-BALANCE(5) =
               WS-PRF-BALANCE(1) + WS-PRF-BALANCE(2).
           MOVE "Y" TO WS-PROOF-OK.
           IF WS-PRF-COUNT(3) NOT = 0
                   OR WS-PRF-PENDING(3) NOT = 0
                   OR WS-PRF-BALANCE(3) NOT = 0
               MOVE "N" TO WS-PROOF-OK
           END-IF.
           IF WS-PRF-COUNT(4) NOT = WS-PRF-COUNT(5)
                   OR WS-PRF-AMOUNT(4) NOT = WS-PRF-AMOUNT(5)
                   OR WS-PRF-PENDING(4) NOT = WS-PRF-PENDING(5)
                   OR WS-PRF-BALANCE(4) NOT = WS-PRF-BALANCE(5)
               MOVE "N" TO WS-PROOF-OK
           END-IF.
           IF WS-RNM-OK = "Y" AND WS-PROOF-OK = "N"
               MOVE "N" TO WS-RNM-OK
               MOVE "MOVED BUT PROOF DOES NOT BALANCE"
                   TO WS-RNM-REASON
           END-IF.
           IF WS-PROOF-OK = "N"
               ADD 1 TO PROOF-FAIL-COUNT
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT RENUMBER/MERGE PROOF - RUN "
                   WS-START-TS(1:14)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PAIR FILE: " WS-PAIRFILE-NAME
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-PAIR-RESULT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FROM " WS-FROM-ACCOUNT " (" WS-FROM-BRANCH ")"
                   "  TO " WS-TO-ACCOUNT " (" WS-TO-BRANCH ")"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REASON : " PAIR-REASON
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RESULT : " WS-RNM-REASON
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-PRF-LABEL(1) NOT = SPACES
               MOVE SPACES TO RPT-LINE
               MOVE "RECORDS" TO RPT-LINE(21:7)
               MOVE "AMOUNT TOTAL" TO RPT-LINE(35:12)
               MOVE "PENDING" TO RPT-LINE(48:7)
               MOVE "BALFILE" TO RPT-LINE(66:7)
               WRITE RPT-LINE
               PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
                       UNTIL WS-PRF-SUB > 5
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-PRF-LABEL(WS-PRF-SUB) TO RPT-LINE(1:16)
                   MOVE WS-PRF-COUNT(WS-PRF-SUB) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO RPT-LINE(20:8)
                   MOVE WS-PRF-AMOUNT(WS-PRF-SUB) TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO RPT-LINE(29:18)
                   MOVE WS-PRF-PENDING(WS-PRF-SUB) TO WS-PEND-EDIT
                   MOVE WS-PEND-EDIT TO RPT-LINE(47:8)
                   MOVE WS-PRF-BALANCE(WS-PRF-SUB) TO WS-BAL-EDIT
                   MOVE WS-BAL-EDIT TO RPT-LINE(56:18)
                   WRITE RPT-LINE
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               STRING "MOVED: " WS-PAIR-MOVED " RECORD(S), "
                       WS-PAIR-PENDING " PENDING, "
                       WS-PAIR-RESEQ " RESEQUENCED"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               IF WS-PROOF-OK = "Y"
                   MOVE "PROOF  : COUNTS AND TOTALS AGREE" TO RPT-LINE
               ELSE
                   MOVE "*** PROOF FAILED - BEFORE AND AFTER DIFFER ***"
                       TO RPT-LINE
               END-IF
               WRITE RPT-LINE
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PAIRS READ       : " READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PAIRS MOVED      : " MOVED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PAIRS REFUSED    : " REFUSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PAIRS FAILED     : " FAILED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RECORDS MOVED    : " RECORDS-MOVED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PENDING MOVED    : " PENDING-MOVED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RESEQUENCED      : " RESEQ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HOLDS MOVED      : " HOLDS-MOVED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RECONCILED MOVED : " RECONS-MOVED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PROOF FAILURES   : " PROOF-FAIL-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

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
           MOVE "IDX-RENUM" TO JRN-PROGRAM.
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
                       MOVE "IDX-RENUM" TO LOK-PROGRAM
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
       COPY HLDREGP.
