       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDXFILE ASSIGN DYNAMIC WS-IDXFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS IDX-STATUS.
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
           SELECT COLLFILE ASSIGN DYNAMIC WS-COLLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLL-STATUS.
           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.
           SELECT SORTFILE ASSIGN TO "idx_aging.srt".

       DATA DIVISION.
       FILE SECTION.
       FD  IDXFILE.
       01  IDX-REC.
           COPY IDXREC.
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
       FD  COLLFILE.
       01  COLL-REC.
           COPY COLLREC.
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-BRANCH           PIC X(04).
           05 SORT-ACCOUNT          PIC X(10).
           05 SORT-NAME             PIC X(30).
           05 SORT-BUCKET-1         PIC S9(11)V99.
           05 SORT-BUCKET-2         PIC S9(11)V99.
           05 SORT-BUCKET-3         PIC S9(11)V99.
           05 SORT-BUCKET-4         PIC S9(11)V99.
           05 SORT-BALANCE          PIC S9(11)V99.
           05 SORT-STORED           PIC S9(11)V99.
           05 SORT-HELD             PIC S9(11)V99.
           05 SORT-HAS-BAL          PIC X(01).
           05 SORT-OLDEST-DATE      PIC X(08).
           05 SORT-OLDEST-AGE       PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-BALFILE-NAME          PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  WS-COLLFILE-NAME         PIC X(256).
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  COLL-STATUS              PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  BAL-EOF-FLAG             PIC X VALUE "N".
       01  SORT-EOF-FLAG            PIC X VALUE "N".
       01  WS-COLL-OPEN             PIC X VALUE "N".
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  ACCOUNT-COUNT            PIC 9(8) VALUE 0.
       01  OOB-COUNT                PIC 9(8) VALUE 0.
       01  NO-MASTER-COUNT          PIC 9(8) VALUE 0.
       01  NO-RATE-COUNT            PIC 9(8) VALUE 0.
       01  HELD-ITEM-COUNT          PIC 9(8) VALUE 0.
       01  COLL-COUNT               PIC 9(8) VALUE 0.
       01  BAL-READ-COUNT           PIC 9(8) VALUE 0.
       01  WS-AS-OF-DATE            PIC X(08).
       01  WS-DATE-NUM              PIC 9(8) VALUE 0.
       01  WS-AS-OF-DAY-NO          PIC 9(7) VALUE 0.
       01  WS-ITEM-DAY-NO           PIC 9(7) VALUE 0.
       01  WS-AGE                   PIC S9(7) VALUE 0.
       01  WS-CUR-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-CREDIT-POOL           PIC S9(11)V99 VALUE 0.
       01  WS-REMAINING             PIC S9(11)V99 VALUE 0.
       01  WS-ACC-BUCKET-1          PIC S9(11)V99 VALUE 0.
       01  WS-ACC-BUCKET-2          PIC S9(11)V99 VALUE 0.
       01  WS-ACC-BUCKET-3          PIC S9(11)V99 VALUE 0.
       01  WS-ACC-BUCKET-4          PIC S9(11)V99 VALUE 0.
       01  WS-ACC-OLDEST-DATE       PIC X(08) VALUE SPACES.
       01  WS-ACC-OLDEST-AGE        PIC 9(05) VALUE 0.
       01  WS-ACC-HELD              PIC S9(11)V99 VALUE 0.
       01  WS-PREV-BRANCH           PIC X(04) VALUE SPACES.
       01  WS-IN-BRANCH             PIC X VALUE "N".
       01  WS-BR-BUCKET-1           PIC S9(13)V99 VALUE 0.
       01  WS-BR-BUCKET-2           PIC S9(13)V99 VALUE 0.
       01  WS-BR-BUCKET-3           PIC S9(13)V99 VALUE 0.
       01  WS-BR-BUCKET-4           PIC S9(13)V99 VALUE 0.
       01  WS-BR-BALANCE            PIC S9(13)V99 VALUE 0.
       01  WS-BR-ACCOUNTS           PIC 9(8) VALUE 0.
       01  WS-BR-HELD               PIC S9(13)V99 VALUE 0.
       01  WS-GR-BUCKET-1           PIC S9(13)V99 VALUE 0.
       01  WS-GR-BUCKET-2           PIC S9(13)V99 VALUE 0.
       01  WS-GR-BUCKET-3           PIC S9(13)V99 VALUE 0.
       01  WS-GR-BUCKET-4           PIC S9(13)V99 VALUE 0.
       01  WS-GR-BALANCE            PIC S9(13)V99 VALUE 0.
       01  WS-GR-HELD               PIC S9(13)V99 VALUE 0.
       01  WS-BALFILE-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-TIE-DIFF              PIC S9(13)V99 VALUE 0.
       01  WS-PRT-LABEL             PIC X(10).
       01  WS-PRT-BUCKET-1          PIC S9(13)V99 VALUE 0.
       01  WS-PRT-BUCKET-2          PIC S9(13)V99 VALUE 0.
       01  WS-PRT-BUCKET-3          PIC S9(13)V99 VALUE 0.
       01  WS-PRT-BUCKET-4          PIC S9(13)V99 VALUE 0.
       01  WS-PRT-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-PRT-FLAG              PIC X(04).
       01  WS-B1-EDIT               PIC -(8)9.99.
       01  WS-B2-EDIT               PIC -(8)9.99.
       01  WS-B3-EDIT               PIC -(8)9.99.
       01  WS-B4-EDIT               PIC -(8)9.99.
       01  WS-BAL-EDIT              PIC -(8)9.99.
       01  WS-GRAND-EDIT            PIC -(13)9.99.
       01  WS-LINES-ON-PAGE         PIC 9(4) VALUE 0.
       01  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       01  WS-PAGE-SIZE             PIC 9(4) VALUE 50.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY FXCONV.
           COPY HLDREG.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-AGING START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE WS-START-TS(1:8) TO WS-AS-OF-DATE.
           ACCEPT WS-AS-OF-DATE FROM ENVIRONMENT "IDXAGE_AS_OF_DATE".
           IF WS-AS-OF-DATE = SPACES OR WS-AS-OF-DATE IS NOT NUMERIC
               MOVE WS-START-TS(1:8) TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-DATE-NUM.
           COMPUTE WS-AS-OF-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXAGE_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "IDXAGE_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXAGE_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "idx_aging.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXAGE_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_aging.rpt" TO WS-RPTFILE-NAME
           END-IF.

           MOVE SPACES TO WS-COLLFILE-NAME.
           ACCEPT WS-COLLFILE-NAME FROM ENVIRONMENT "IDXAGE_COLLFILE".

           PERFORM LOAD-FX-RATES.

           OPEN INPUT IDXFILE.
           IF IDX-STATUS NOT = "00"
               MOVE IDX-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "IDXFILE OPEN FAILED: " IDX-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BALFILE.
           IF BAL-STATUS NOT = "00"
               MOVE BAL-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "BALFILE OPEN FAILED: " BAL-STATUS
                   " - " WS-FH-TEXT
               CLOSE IDXFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MSTFILE.
           IF MST-STATUS NOT = "00"
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "ACCTFILE OPEN FAILED: " MST-STATUS
                   " - " WS-FH-TEXT
               CLOSE IDXFILE BALFILE
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
               CLOSE IDXFILE BALFILE MSTFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-COLLFILE-NAME NOT = SPACES
               OPEN OUTPUT COLLFILE
               IF COLL-STATUS NOT = "00"
                   MOVE COLL-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "COLLECTIONS FILE OPEN FAILED: " COLL-STATUS
                       " - " WS-FH-TEXT
                   CLOSE IDXFILE BALFILE MSTFILE RPTFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-COLL-OPEN
           END-IF.

           SORT SORTFILE
               ON ASCENDING KEY SORT-BRANCH SORT-ACCOUNT
               INPUT PROCEDURE IS AGE-ALL-ACCOUNTS
               OUTPUT PROCEDURE IS PRINT-AGED-ACCOUNTS.

           PERFORM TOTAL-BALFILE.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE IDXFILE BALFILE MSTFILE RPTFILE.
           PERFORM CLOSE-HOLD-REGISTER.
           IF WS-COLL-OPEN = "Y"
               CLOSE COLLFILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0
                   AND (OOB-COUNT > 0 OR NO-RATE-COUNT > 0
                       OR WS-TIE-DIFF NOT = 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-AGING DONE - " ACCOUNT-COUNT
               " ACCOUNT(S) AGED, " COLL-COUNT " OVER 90 DAYS".
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
               MOVE "IDX-AGING" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE ACCOUNT-COUNT TO RUNH-WRITE-COUNT
               MOVE OOB-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       AGE-ALL-ACCOUNTS.
           MOVE "N" TO EOF-FLAG.
           MOVE LOW-VALUES TO IDX-KEY.
           START IDXFILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG = "N"
               PERFORM READ-NEXT-IDX
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
               PERFORM AGE-ONE-ACCOUNT
           END-PERFORM.

       READ-NEXT-IDX.
           READ IDXFILE NEXT
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF IDX-STATUS NOT = "00" AND IDX-STATUS NOT = "10"
               MOVE IDX-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "IDXFILE READ FAILED: " IDX-STATUS
                   " - " WS-FH-TEXT
               MOVE "Y" TO EOF-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       AGE-ONE-ACCOUNT.
           MOVE IDX-ACCOUNT TO WS-CUR-ACCOUNT.
           MOVE 0 TO WS-CREDIT-POOL.
           MOVE 0 TO WS-ACC-BUCKET-1.
           MOVE 0 TO WS-ACC-BUCKET-2.
           MOVE 0 TO WS-ACC-BUCKET-3.
           MOVE 0 TO WS-ACC-BUCKET-4.
           MOVE SPACES TO WS-ACC-OLDEST-DATE.
           MOVE 0 TO WS-ACC-OLDEST-AGE.
           MOVE 0 TO WS-ACC-HELD.

           PERFORM UNTIL EOF-FLAG = "Y"
                   OR IDX-ACCOUNT NOT = WS-CUR-ACCOUNT
               ADD 1 TO READ-COUNT
               PERFORM CONVERT-ITEM
               IF WS-FX-OK = "N"
                   ADD 1 TO NO-RATE-COUNT
                   DISPLAY "KEY " IDX-KEY " NOT CONVERTED - "
                       FUNCTION TRIM(WS-FX-REASON)
               END-IF
               MOVE IDX-KEY TO HLD-KEY
               PERFORM CHECK-ITEM-HELD
               IF WS-HLD-ITEM-HELD = "Y"
                   ADD 1 TO HELD-ITEM-COUNT
                   ADD WS-FX-BASE-AMOUNT TO WS-ACC-HELD
               ELSE
                   IF WS-FX-BASE-AMOUNT < 0
                       SUBTRACT WS-FX-BASE-AMOUNT FROM WS-CREDIT-POOL
                   END-IF
               END-IF
               PERFORM READ-NEXT-IDX
           END-PERFORM.

           MOVE "N" TO EOF-FLAG.
           MOVE LOW-VALUES TO IDX-KEY.
           MOVE WS-CUR-ACCOUNT TO IDX-ACCOUNT.
           START IDXFILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           IF EOF-FLAG = "N"
               PERFORM READ-NEXT-IDX
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
                   OR IDX-ACCOUNT NOT = WS-CUR-ACCOUNT
               PERFORM CONVERT-ITEM
               MOVE IDX-KEY TO HLD-KEY
               PERFORM CHECK-ITEM-HELD
               IF WS-FX-BASE-AMOUNT > 0 AND WS-HLD-ITEM-HELD = "N"
                   PERFORM APPLY-DEBIT-ITEM
               END-IF
               PERFORM READ-NEXT-IDX
           END-PERFORM.

           PERFORM RELEASE-AGED-ACCOUNT.

       CONVERT-ITEM.
           MOVE IDX-CURRENCY TO WS-FX-CURRENCY.
           MOVE IDX-TRANS-DATE TO WS-FX-DATE.
           MOVE IDX-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.

       APPLY-DEBIT-ITEM.
           MOVE WS-FX-BASE-AMOUNT TO WS-REMAINING.
           IF WS-CREDIT-POOL > 0
               IF WS-CREDIT-POOL NOT < WS-REMAINING
                   SUBTRACT WS-REMAINING FROM WS-CREDIT-POOL
                   MOVE 0 TO WS-REMAINING
               ELSE
                   SUBTRACT WS-CREDIT-POOL FROM WS-REMAINING
                   MOVE 0 TO WS-CREDIT-POOL
               END-IF
           END-IF.
           IF WS-REMAINING > 0
               MOVE 0 TO WS-AGE
               IF IDX-TRANS-DATE IS NUMERIC
                   MOVE IDX-TRANS-DATE TO WS-DATE-NUM
                   COMPUTE WS-ITEM-DAY-NO =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   COMPUTE WS-AGE = WS-AS-OF-DAY-NO - WS-ITEM-DAY-NO
               END-IF
               IF WS-AGE < 0
                   MOVE 0 TO WS-AGE
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE NOT > 30
                       ADD WS-REMAINING TO WS-ACC-BUCKET-1
                   WHEN WS-AGE NOT > 60
                       ADD WS-REMAINING TO WS-ACC-BUCKET-2
                   WHEN WS-AGE NOT > 90
                       ADD WS-REMAINING TO WS-ACC-BUCKET-3
                   WHEN OTHER
                       ADD WS-REMAINING TO WS-ACC-BUCKET-4
               END-EVALUATE
               IF WS-ACC-OLDEST-DATE = SPACES
                   MOVE IDX-TRANS-DATE TO WS-ACC-OLDEST-DATE
                   MOVE WS-AGE TO WS-ACC-OLDEST-AGE
               END-IF
           END-IF.

       RELEASE-AGED-ACCOUNT.
           MOVE SPACES TO SORT-REC.
           MOVE WS-CUR-ACCOUNT TO SORT-ACCOUNT.
           MOVE WS-CUR-ACCOUNT TO ACCT-NUMBER.
           READ MSTFILE RECORD KEY IS ACCT-KEY
               INVALID KEY
                   MOVE "23" TO MST-STATUS
           END-READ.
           IF MST-STATUS = "00"
               MOVE ACCT-BRANCH TO SORT-BRANCH
               MOVE ACCT-NAME TO SORT-NAME
           ELSE
               ADD 1 TO NO-MASTER-COUNT
               MOVE "????" TO SORT-BRANCH
               MOVE "*NOT ON ACCOUNT MASTER*" TO SORT-NAME
           END-IF.
           MOVE WS-ACC-BUCKET-1 TO SORT-BUCKET-1.
           MOVE WS-ACC-BUCKET-2 TO SORT-BUCKET-2.
           MOVE WS-ACC-BUCKET-3 TO SORT-BUCKET-3.
           MOVE WS-ACC-BUCKET-4 TO SORT-BUCKET-4.
           COMPUTE SORT-BALANCE = WS-ACC-BUCKET-1 + WS-ACC-BUCKET-2
               + WS-ACC-BUCKET-3 + WS-ACC-BUCKET-4 - WS-CREDIT-POOL.
           MOVE WS-ACC-HELD TO SORT-HELD.
           MOVE WS-CUR-ACCOUNT TO BAL-ACCOUNT.
           READ BALFILE RECORD KEY IS BAL-KEY
               INVALID KEY
                   MOVE "23" TO BAL-STATUS
           END-READ.
           IF BAL-STATUS = "00"
               MOVE "Y" TO SORT-HAS-BAL
               MOVE BAL-AMOUNT TO SORT-STORED
           ELSE
               MOVE "N" TO SORT-HAS-BAL
               MOVE 0 TO SORT-STORED
           END-IF.
           MOVE WS-ACC-OLDEST-DATE TO SORT-OLDEST-DATE.
           MOVE WS-ACC-OLDEST-AGE TO SORT-OLDEST-AGE.
           ADD 1 TO ACCOUNT-COUNT.
           RELEASE SORT-REC.

       PRINT-AGED-ACCOUNTS.
           PERFORM UNTIL SORT-EOF-FLAG = "Y"
               RETURN SORTFILE
                   AT END
                       MOVE "Y" TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM PRINT-ONE-ACCOUNT
               END-RETURN
           END-PERFORM.
           IF WS-IN-BRANCH = "Y"
               PERFORM PRINT-BRANCH-TOTAL
           END-IF.

       PRINT-ONE-ACCOUNT.
           IF WS-IN-BRANCH = "Y" AND SORT-BRANCH NOT = WS-PREV-BRANCH
               PERFORM PRINT-BRANCH-TOTAL
           END-IF.
           IF WS-IN-BRANCH = "N"
               MOVE SORT-BRANCH TO WS-PREV-BRANCH
               MOVE 0 TO WS-BR-BUCKET-1
               MOVE 0 TO WS-BR-BUCKET-2
               MOVE 0 TO WS-BR-BUCKET-3
               MOVE 0 TO WS-BR-BUCKET-4
               MOVE 0 TO WS-BR-BALANCE
               MOVE 0 TO WS-BR-ACCOUNTS
               MOVE 0 TO WS-BR-HELD
               MOVE "Y" TO WS-IN-BRANCH
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           ADD SORT-BUCKET-1 TO WS-BR-BUCKET-1.
           ADD SORT-BUCKET-2 TO WS-BR-BUCKET-2.
           ADD SORT-BUCKET-3 TO WS-BR-BUCKET-3.
           ADD SORT-BUCKET-4 TO WS-BR-BUCKET-4.
           ADD SORT-BALANCE TO WS-BR-BALANCE.
           ADD SORT-HELD TO WS-BR-HELD.
           ADD 1 TO WS-BR-ACCOUNTS.
           MOVE SPACES TO WS-PRT-FLAG.
           IF SORT-HELD NOT = 0
               MOVE "*HLD" TO WS-PRT-FLAG
           END-IF.
           IF SORT-HAS-BAL = "N"
                   OR SORT-BALANCE + SORT-HELD NOT = SORT-STORED
               MOVE "*OOB" TO WS-PRT-FLAG
               ADD 1 TO OOB-COUNT
           END-IF.
           IF SORT-BALANCE NOT = 0 OR WS-PRT-FLAG NOT = SPACES
               MOVE SORT-ACCOUNT TO WS-PRT-LABEL
               MOVE SORT-BUCKET-1 TO WS-PRT-BUCKET-1
               MOVE SORT-BUCKET-2 TO WS-PRT-BUCKET-2
               MOVE SORT-BUCKET-3 TO WS-PRT-BUCKET-3
               MOVE SORT-BUCKET-4 TO WS-PRT-BUCKET-4
               MOVE SORT-BALANCE TO WS-PRT-BALANCE
               PERFORM WRITE-AGING-LINE
           END-IF.
           IF WS-COLL-OPEN = "Y" AND SORT-BUCKET-4 > 0
               PERFORM WRITE-COLLECTIONS-REC
           END-IF.

       PRINT-BRANCH-TOTAL.
           ADD WS-BR-BUCKET-1 TO WS-GR-BUCKET-1.
           ADD WS-BR-BUCKET-2 TO WS-GR-BUCKET-2.
           ADD WS-BR-BUCKET-3 TO WS-GR-BUCKET-3.
           ADD WS-BR-BUCKET-4 TO WS-GR-BUCKET-4.
           ADD WS-BR-BALANCE TO WS-GR-BALANCE.
           ADD WS-BR-HELD TO WS-GR-HELD.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-PRT-LABEL.
           STRING "BR " WS-PREV-BRANCH DELIMITED BY SIZE
               INTO WS-PRT-LABEL.
           MOVE WS-BR-BUCKET-1 TO WS-PRT-BUCKET-1.
           MOVE WS-BR-BUCKET-2 TO WS-PRT-BUCKET-2.
           MOVE WS-BR-BUCKET-3 TO WS-PRT-BUCKET-3.
           MOVE WS-BR-BUCKET-4 TO WS-PRT-BUCKET-4.
           MOVE WS-BR-BALANCE TO WS-PRT-BALANCE.
           MOVE SPACES TO WS-PRT-FLAG.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS IN BRANCH: " WS-BR-ACCOUNTS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           IF WS-BR-HELD NOT = 0
               MOVE WS-BR-HELD TO WS-GRAND-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "HELD (DISPUTED), NOT AGED: " WS-GRAND-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE "N" TO WS-IN-BRANCH.

       WRITE-AGING-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-SIZE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-PRT-BUCKET-1 TO WS-B1-EDIT.
           MOVE WS-PRT-BUCKET-2 TO WS-B2-EDIT.
           MOVE WS-PRT-BUCKET-3 TO WS-B3-EDIT.
           MOVE WS-PRT-BUCKET-4 TO WS-B4-EDIT.
           MOVE WS-PRT-BALANCE TO WS-BAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING WS-PRT-LABEL " " WS-B1-EDIT " " WS-B2-EDIT " "
                   WS-B3-EDIT " " WS-B4-EDIT " " WS-BAL-EDIT " "
                   WS-PRT-FLAG
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       WRITE-COLLECTIONS-REC.
           MOVE SPACES TO COLL-REC.
           MOVE SORT-ACCOUNT TO COLL-ACCOUNT.
           MOVE SORT-BRANCH TO COLL-BRANCH.
           MOVE WS-AS-OF-DATE TO COLL-AS-OF-DATE.
           MOVE SORT-BUCKET-4 TO COLL-OVER-90.
           MOVE SORT-BALANCE TO COLL-BALANCE.
           MOVE SORT-OLDEST-DATE TO COLL-OLDEST-DATE.
           MOVE SORT-OLDEST-AGE TO COLL-OLDEST-AGE.
           MOVE SORT-NAME TO COLL-NAME.
           WRITE COLL-REC.
           IF COLL-STATUS = "00"
               ADD 1 TO COLL-COUNT
           ELSE
               MOVE COLL-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "COLLECTIONS FILE WRITE FAILED: " COLL-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       TOTAL-BALFILE.
           MOVE "N" TO BAL-EOF-FLAG.
           MOVE LOW-VALUES TO BAL-KEY.
           START BALFILE KEY IS NOT LESS THAN BAL-KEY
               INVALID KEY
                   MOVE "Y" TO BAL-EOF-FLAG
           END-START.
           PERFORM UNTIL BAL-EOF-FLAG = "Y"
               READ BALFILE NEXT
                   AT END
                       MOVE "Y" TO BAL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO BAL-READ-COUNT
                       ADD BAL-AMOUNT TO WS-BALFILE-TOTAL
               END-READ
               IF BAL-STATUS NOT = "00" AND BAL-STATUS NOT = "10"
                   MOVE BAL-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "BALFILE READ FAILED: " BAL-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO BAL-EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.
           COMPUTE WS-TIE-DIFF =
               WS-GR-BALANCE + WS-GR-HELD - WS-BALFILE-TOTAL.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RECEIVABLES AGING - AS OF " WS-AS-OF-DATE
                   "   PAGE: " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BRANCH: " WS-PREV-BRANCH
                   "   AMOUNTS IN " WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT            0-30        31-60        61-90"
                   "      OVER 90      BALANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "GRAND TOTAL - ALL BRANCHES" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TOTAL" TO WS-PRT-LABEL.
           MOVE WS-GR-BUCKET-1 TO WS-PRT-BUCKET-1.
           MOVE WS-GR-BUCKET-2 TO WS-PRT-BUCKET-2.
           MOVE WS-GR-BUCKET-3 TO WS-PRT-BUCKET-3.
           MOVE WS-GR-BUCKET-4 TO WS-PRT-BUCKET-4.
           MOVE WS-GR-BALANCE TO WS-PRT-BALANCE.
           MOVE SPACES TO WS-PRT-FLAG.
           MOVE 0 TO WS-LINES-ON-PAGE.
           PERFORM WRITE-AGING-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-GR-BALANCE TO WS-GRAND-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "AGED BALANCE TOTAL   : " WS-GRAND-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-GR-HELD TO WS-GRAND-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "HELD (DISPUTED) TOTAL: " WS-GRAND-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-BALFILE-TOTAL TO WS-GRAND-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "BALFILE STORED TOTAL : " WS-GRAND-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-TIE-DIFF TO WS-GRAND-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "DIFFERENCE           : " WS-GRAND-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           IF WS-TIE-DIFF NOT = 0
               MOVE "*** AGING DOES NOT TIE TO BALFILE - SEE TRIAL BAL"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS AGED        : " ACCOUNT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BALFILE RECORDS      : " BAL-READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OUT OF BALANCE       : " OOB-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NOT ON MASTER        : " NO-MASTER-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HELD ITEMS EXCLUDED  : " HELD-ITEM-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           IF NO-RATE-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING "NO RATE ITEMS        : " NO-RATE-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-COLL-OPEN = "Y"
               MOVE SPACES TO RPT-LINE
               STRING "COLLECTIONS RECORDS  : " COLL-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       COPY STATDECP.
       COPY FXCONVP.
       COPY HLDREGP.
