       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-ACCRUE.

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
           SELECT RATEFILE ASSIGN DYNAMIC WS-RATEFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT ACTLFILE ASSIGN DYNAMIC WS-ACTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTL-STATUS.
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
       FD  RATEFILE.
       01  RATE-REC.
           COPY ACRRATE.
       FD  ACTLFILE.
       01  ACTL-REC.
           COPY ACRCTL.
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
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-RATEFILE-NAME         PIC X(256).
       01  WS-ACTLFILE-NAME         PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  RATE-STATUS              PIC 9(02) VALUE 0.
       01  ACTL-STATUS              PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  WS-RATE-EOF              PIC X VALUE "N".
       01  WS-RATE-COUNT            PIC 9(4) VALUE 0.
       01  WS-RATE-SUB              PIC 9(4) VALUE 0.
       01  WS-RATE-FOUND            PIC X VALUE "N".
       01  WS-RATE-BAD              PIC 9(4) VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200.
               10 WS-RATE-STATUS    PIC X(01).
               10 WS-RATE-BRANCH    PIC X(04).
               10 WS-RATE-PCT       PIC 9(03)V9(04).
               10 WS-RATE-FEE       PIC 9(07)V99.
       01  WS-CUR-RATE-PCT          PIC 9(03)V9(04) VALUE 0.
       01  WS-CUR-FEE               PIC 9(07)V99 VALUE 0.
       01  WS-BR-COUNT              PIC 9(4) VALUE 0.
       01  WS-BR-SUB                PIC 9(4) VALUE 0.
       01  WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 200.
               10 WS-BR-CODE        PIC X(04).
               10 WS-BR-ACCOUNTS    PIC 9(8).
               10 WS-BR-INTEREST    PIC S9(11)V99.
               10 WS-BR-FEES        PIC S9(11)V99.
       01  ACCT-COUNT               PIC 9(8) VALUE 0.
       01  ACCRUED-COUNT            PIC 9(8) VALUE 0.
       01  POSTED-COUNT             PIC 9(8) VALUE 0.
       01  CLOSED-COUNT             PIC 9(8) VALUE 0.
       01  NO-RATE-COUNT            PIC 9(8) VALUE 0.
       01  ZERO-COUNT               PIC 9(8) VALUE 0.
       01  ALREADY-COUNT            PIC 9(8) VALUE 0.
       01  REJECT-COUNT             PIC 9(8) VALUE 0.
       01  WS-POST-DATE             PIC X(08).
       01  WS-ACR-PERIOD            PIC X(06).
       01  WS-LAST-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-ACR-SOURCE            PIC X(02) VALUE "AC".
       01  WS-INT-CODE              PIC X(02) VALUE "IN".
       01  WS-FEE-CODE              PIC X(02) VALUE "SC".
       01  WS-CODE-ENV              PIC X(02).
       01  WS-CUR-BALANCE           PIC S9(11)V99 VALUE 0.
       01  WS-INTEREST              PIC S9(9)V99 VALUE 0.
       01  WS-FEE-AMOUNT            PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-INTEREST        PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-FEES            PIC S9(13)V99 VALUE 0.
       01  WS-POST-AMOUNT           PIC S9(9)V99 VALUE 0.
       01  WS-POST-CODE             PIC X(02).
       01  WS-POST-DESC             PIC X(66).
       01  WS-POST-OK               PIC X VALUE "Y".
       01  WS-ALREADY-ACCRUED       PIC X VALUE "N".
       01  WS-SCAN-DONE             PIC X VALUE "N".
       01  WS-LAST-SEQ              PIC 9(04) VALUE 0.
       01  WS-NOTE                  PIC X(16).
       01  WS-RATE-EDIT             PIC ZZ9.9999.
       01  WS-BAL-EDIT              PIC -(11)9.99.
       01  WS-INT-EDIT              PIC -(8)9.99.
       01  WS-FEE-EDIT              PIC -(8)9.99.
       01  WS-TOTAL-EDIT            PIC -(11)9.99.
       01  WS-CNT-EDIT              PIC Z(7)9.
       01  WS-LINES-ON-PAGE         PIC 9(4) VALUE 0.
       01  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       01  WS-PAGE-SIZE             PIC 9(4) VALUE 40.
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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-ACCRUE START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXACR_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXACR_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "IDXACR_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME.
           ACCEPT WS-MTDFILE-NAME FROM ENVIRONMENT "IDXACR_MTDFILE".
           IF WS-MTDFILE-NAME = SPACES
               MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME
           END-IF.

           MOVE "idx_journal.txt" TO WS-JRNFILE-NAME.
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "IDXACR_JRNFILE".
           IF WS-JRNFILE-NAME = SPACES
               MOVE "idx_journal.txt" TO WS-JRNFILE-NAME
           END-IF.

           MOVE "accrual_rates.txt" TO WS-RATEFILE-NAME.
           ACCEPT WS-RATEFILE-NAME FROM ENVIRONMENT "IDXACR_RATEFILE".
           IF WS-RATEFILE-NAME = SPACES
               MOVE "accrual_rates.txt" TO WS-RATEFILE-NAME
           END-IF.

           MOVE "accrual.ctl" TO WS-ACTLFILE-NAME.
           ACCEPT WS-ACTLFILE-NAME FROM ENVIRONMENT "IDXACR_CTLFILE".
           IF WS-ACTLFILE-NAME = SPACES
               MOVE "accrual.ctl" TO WS-ACTLFILE-NAME
           END-IF.

           MOVE "idx_accrue.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXACR_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_accrue.rpt" TO WS-RPTFILE-NAME
           END-IF.
           PERFORM LOAD-FX-RATES.

           MOVE SPACES TO WS-CODE-ENV.
           ACCEPT WS-CODE-ENV FROM ENVIRONMENT "IDXACR_INT_CODE".
           IF WS-CODE-ENV NOT = SPACES
               MOVE WS-CODE-ENV TO WS-INT-CODE
           END-IF.
           MOVE SPACES TO WS-CODE-ENV.
           ACCEPT WS-CODE-ENV FROM ENVIRONMENT "IDXACR_FEE_CODE".
           IF WS-CODE-ENV NOT = SPACES
               MOVE WS-CODE-ENV TO WS-FEE-CODE
           END-IF.

           MOVE WS-START-TS(1:8) TO WS-POST-DATE.
           ACCEPT WS-POST-DATE FROM ENVIRONMENT "IDXACR_POST_DATE".
           IF WS-POST-DATE = SPACES OR WS-POST-DATE IS NOT NUMERIC
               MOVE WS-START-TS(1:8) TO WS-POST-DATE
           END-IF.
           MOVE WS-POST-DATE(1:6) TO WS-ACR-PERIOD.
           DISPLAY "ACCRUAL PERIOD " WS-ACR-PERIOD " POSTING DATE "
               WS-POST-DATE.

           PERFORM READ-ACCRUAL-CONTROL.
           IF WS-LAST-PERIOD NOT = SPACES
                   AND WS-ACR-PERIOD NOT > WS-LAST-PERIOD
               DISPLAY "PERIOD " WS-ACR-PERIOD
                   " ALREADY ACCRUED - LAST ACCRUAL " WS-LAST-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-PERIOD-CONTROL.
           MOVE WS-POST-DATE TO WS-PRD-DATE.
           PERFORM CHECK-PERIOD-OPEN.
           IF WS-PRD-OK = "N"
               DISPLAY "POSTING DATE REFUSED: " WS-PRD-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-RATE-TABLE.

           OPEN INPUT MSTFILE.
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
               READ MSTFILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO ACCT-COUNT
                       PERFORM ACCRUE-ONE-ACCOUNT
               END-READ
               IF MST-STATUS NOT = "00" AND MST-STATUS NOT = "10"
                   MOVE MST-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "MSTFILE READ FAILED: " MST-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

           IF WS-LINES-ON-PAGE = 0 AND WS-PAGE-NUMBER = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           PERFORM WRITE-BRANCH-TOTALS.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE MSTFILE IDXFILE BALFILE MTDFILE JRNFILE RPTFILE.
           PERFORM WRITE-JOURNAL-CONTROL.
           PERFORM RELEASE-IDX-LOCK.
           IF RETURN-CODE < 8
               PERFORM WRITE-ACCRUAL-CONTROL
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0 AND REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-ACCRUE DONE - " ACCRUED-COUNT " ACCOUNT(S), "
               POSTED-COUNT " POSTING(S)".
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
               MOVE "IDX-ACCRUE" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE ACCT-COUNT TO RUNH-READ-COUNT
               MOVE POSTED-COUNT TO RUNH-WRITE-COUNT
               MOVE REJECT-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       READ-ACCRUAL-CONTROL.
           MOVE SPACES TO WS-LAST-PERIOD.
           OPEN INPUT ACTLFILE.
           EVALUATE TRUE
               WHEN ACTL-STATUS = "35"
                   DISPLAY "NO ACCRUAL CONTROL - FIRST ACCRUAL RUN"
               WHEN ACTL-STATUS = "00"
                   READ ACTLFILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF ACTL-STATUS = "00"
                           AND ACTL-LAST-PERIOD IS NUMERIC
                       MOVE ACTL-LAST-PERIOD TO WS-LAST-PERIOD
                   END-IF
                   CLOSE ACTLFILE
               WHEN OTHER
                   MOVE ACTL-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "ACCRUAL CONTROL OPEN FAILED: " ACTL-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       WRITE-ACCRUAL-CONTROL.
           OPEN OUTPUT ACTLFILE.
           IF ACTL-STATUS NOT = "00"
               MOVE ACTL-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "ACCRUAL CONTROL WRITE FAILED: " ACTL-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ACTL-REC
               MOVE WS-ACR-PERIOD TO ACTL-LAST-PERIOD
               MOVE WS-POST-DATE TO ACTL-POST-DATE
               MOVE WS-START-TS TO ACTL-RUN-TS
               WRITE ACTL-REC
               CLOSE ACTLFILE
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATEFILE.
           IF RATE-STATUS NOT = "00"
               MOVE RATE-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "RATEFILE OPEN FAILED: " RATE-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RATE-EOF = "Y"
               READ RATEFILE NEXT
                   AT END
                       MOVE "Y" TO WS-RATE-EOF
                   NOT AT END
                       IF ACR-STATUS-FLAG NOT = SPACES
                           IF ACR-RATE-PCT IS NUMERIC
                                   AND ACR-FEE IS NUMERIC
                                   AND WS-RATE-COUNT < 200
                               ADD 1 TO WS-RATE-COUNT
                               MOVE ACR-STATUS-FLAG
                                   TO WS-RATE-STATUS(WS-RATE-COUNT)
                               MOVE ACR-BRANCH
                                   TO WS-RATE-BRANCH(WS-RATE-COUNT)
                               MOVE ACR-RATE-PCT
                                   TO WS-RATE-PCT(WS-RATE-COUNT)
                               MOVE ACR-FEE
                                   TO WS-RATE-FEE(WS-RATE-COUNT)
                           ELSE
                               ADD 1 TO WS-RATE-BAD
                               DISPLAY "RATE ENTRY IGNORED: " RATE-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATEFILE.
           IF WS-RATE-COUNT = 0
               DISPLAY "RATEFILE " FUNCTION TRIM(WS-RATEFILE-NAME)
                   " CONTAINS NO RATE ENTRIES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "RATE ENTRIES LOADED: " WS-RATE-COUNT.

       LOOKUP-RATE.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE 1 TO WS-RATE-SUB.
           PERFORM UNTIL WS-RATE-FOUND = "Y"
                   OR WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RATE-STATUS(WS-RATE-SUB) = ACCT-STATUS-FLAG
                       AND WS-RATE-BRANCH(WS-RATE-SUB) = ACCT-BRANCH
                   MOVE "Y" TO WS-RATE-FOUND
               ELSE
                   ADD 1 TO WS-RATE-SUB
               END-IF
           END-PERFORM.
           IF WS-RATE-FOUND = "N"
               MOVE 1 TO WS-RATE-SUB
               PERFORM UNTIL WS-RATE-FOUND = "Y"
                       OR WS-RATE-SUB > WS-RATE-COUNT
                   IF WS-RATE-STATUS(WS-RATE-SUB) = ACCT-STATUS-FLAG
                           AND WS-RATE-BRANCH(WS-RATE-SUB) = "****"
                       MOVE "Y" TO WS-RATE-FOUND
                   ELSE
                       ADD 1 TO WS-RATE-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RATE-FOUND = "Y"
               MOVE WS-RATE-PCT(WS-RATE-SUB) TO WS-CUR-RATE-PCT
               MOVE WS-RATE-FEE(WS-RATE-SUB) TO WS-CUR-FEE
           END-IF.

       ACCRUE-ONE-ACCOUNT.
           IF ACCT-STATUS-FLAG = "C"
               ADD 1 TO CLOSED-COUNT
           ELSE
               PERFORM LOOKUP-RATE
               IF WS-RATE-FOUND = "N"
                   ADD 1 TO NO-RATE-COUNT
               ELSE
                   PERFORM COMPUTE-ACCRUAL
               END-IF
           END-IF.

       COMPUTE-ACCRUAL.
           MOVE ACCT-NUMBER TO BAL-ACCOUNT.
           READ BALFILE RECORD KEY IS BAL-KEY
               INVALID KEY
                   MOVE 0 TO BAL-AMOUNT
           END-READ.
           MOVE BAL-AMOUNT TO WS-CUR-BALANCE.
           MOVE 0 TO WS-INTEREST.
           IF WS-CUR-BALANCE > 0
               COMPUTE WS-INTEREST ROUNDED =
                   WS-CUR-BALANCE * WS-CUR-RATE-PCT / 1200
           END-IF.
           MOVE WS-CUR-FEE TO WS-FEE-AMOUNT.
           IF WS-INTEREST = 0 AND WS-FEE-AMOUNT = 0
               ADD 1 TO ZERO-COUNT
           ELSE
               PERFORM SCAN-ACCOUNT-PERIOD
               IF WS-ALREADY-ACCRUED = "Y"
                   ADD 1 TO ALREADY-COUNT
                   MOVE 0 TO WS-INTEREST
                   MOVE 0 TO WS-FEE-AMOUNT
                   MOVE "ALREADY ACCRUED" TO WS-NOTE
               ELSE
                   MOVE SPACES TO WS-NOTE
                   ADD 1 TO ACCRUED-COUNT
                   IF WS-INTEREST NOT = 0
                       MOVE WS-INTEREST TO WS-POST-AMOUNT
                       MOVE WS-INT-CODE TO WS-POST-CODE
                       MOVE WS-CUR-RATE-PCT TO WS-RATE-EDIT
                       MOVE SPACES TO WS-POST-DESC
                       STRING "INTEREST " WS-ACR-PERIOD " AT "
                               FUNCTION TRIM(WS-RATE-EDIT)
                               "% P.A."
                           DELIMITED BY SIZE INTO WS-POST-DESC
                       PERFORM POST-ACCRUAL-ITEM
                       IF WS-POST-OK = "N"
                           MOVE 0 TO WS-INTEREST
                       END-IF
                   END-IF
                   IF WS-FEE-AMOUNT NOT = 0
                       MOVE WS-FEE-AMOUNT TO WS-POST-AMOUNT
                       MOVE WS-FEE-CODE TO WS-POST-CODE
                       MOVE SPACES TO WS-POST-DESC
                       STRING "SERVICE CHARGE " WS-ACR-PERIOD
                           DELIMITED BY SIZE INTO WS-POST-DESC
                       PERFORM POST-ACCRUAL-ITEM
                       IF WS-POST-OK = "N"
                           MOVE 0 TO WS-FEE-AMOUNT
                       END-IF
                   END-IF
                   PERFORM ADD-BRANCH-TOTALS
               END-IF
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       SCAN-ACCOUNT-PERIOD.
           MOVE "N" TO WS-ALREADY-ACCRUED.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE SPACES TO IDX-REC.
           MOVE ACCT-NUMBER TO IDX-ACCOUNT.
           MOVE WS-ACR-PERIOD TO IDX-TRANS-DATE(1:6).
           MOVE "01" TO IDX-TRANS-DATE(7:2).
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
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   IF IDX-ACCOUNT NOT = ACCT-NUMBER
                           OR IDX-TRANS-DATE(1:6) NOT = WS-ACR-PERIOD
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       IF IDX-SOURCE = WS-ACR-SOURCE
                           MOVE "Y" TO WS-ALREADY-ACCRUED
                       END-IF
                       IF IDX-TRANS-DATE = WS-POST-DATE
                           MOVE IDX-SEQ-NO TO WS-LAST-SEQ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       POST-ACCRUAL-ITEM.
           MOVE "Y" TO WS-POST-OK.
           IF WS-LAST-SEQ NOT < 9999
               MOVE "N" TO WS-POST-OK
               ADD 1 TO REJECT-COUNT
               MOVE "NO SEQUENCE FREE" TO WS-NOTE
               DISPLAY "NO SEQUENCE NUMBER FREE FOR " ACCT-NUMBER
                   " ON " WS-POST-DATE
           ELSE
               ADD 1 TO WS-LAST-SEQ
               MOVE SPACES TO IDX-REC
               MOVE ACCT-NUMBER TO IDX-ACCOUNT
               MOVE WS-POST-DATE TO IDX-TRANS-DATE
               MOVE WS-LAST-SEQ TO IDX-SEQ-NO
               MOVE WS-POST-AMOUNT TO IDX-AMOUNT
               MOVE WS-POST-CODE TO IDX-STATUS-CODE
               MOVE WS-POST-DESC TO IDX-DESCRIPTION
               MOVE WS-ACR-SOURCE TO IDX-SOURCE
               MOVE WS-BASE-CURRENCY TO IDX-CURRENCY
               WRITE IDX-REC
               IF IDX-STATUS = "00"
                   ADD 1 TO POSTED-COUNT
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
                   MOVE "N" TO WS-POST-OK
                   ADD 1 TO REJECT-COUNT
                   MOVE "POST FAILED" TO WS-NOTE
                   MOVE IDX-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "IDXFILE WRITE FAILED: " IDX-STATUS
                       " - " WS-FH-TEXT " FOR " ACCT-NUMBER
               END-IF
           END-IF.

       ADD-BRANCH-TOTALS.
           ADD WS-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES.
           MOVE 1 TO WS-BR-SUB.
           PERFORM UNTIL WS-BR-SUB > WS-BR-COUNT
                   OR WS-BR-CODE(WS-BR-SUB) = ACCT-BRANCH
               ADD 1 TO WS-BR-SUB
           END-PERFORM.
           IF WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-COUNT < 200
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-SUB
                   MOVE ACCT-BRANCH TO WS-BR-CODE(WS-BR-SUB)
                   MOVE 0 TO WS-BR-ACCOUNTS(WS-BR-SUB)
                   MOVE 0 TO WS-BR-INTEREST(WS-BR-SUB)
                   MOVE 0 TO WS-BR-FEES(WS-BR-SUB)
               ELSE
                   DISPLAY "BRANCH TABLE FULL - " ACCT-BRANCH
                       " IN GRAND TOTAL ONLY"
                   MOVE 0 TO WS-BR-SUB
               END-IF
           END-IF.
           IF WS-BR-SUB > 0
               ADD 1 TO WS-BR-ACCOUNTS(WS-BR-SUB)
               ADD WS-INTEREST TO WS-BR-INTEREST(WS-BR-SUB)
               ADD WS-FEE-AMOUNT TO WS-BR-FEES(WS-BR-SUB)
           END-IF.

       WRITE-REGISTER-LINE.
           IF WS-LINES-ON-PAGE = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-CUR-BALANCE TO WS-BAL-EDIT.
           MOVE WS-INTEREST TO WS-INT-EDIT.
           MOVE WS-FEE-AMOUNT TO WS-FEE-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING ACCT-NUMBER " " ACCT-BRANCH " " ACCT-STATUS-FLAG
                   " " WS-BAL-EDIT " " WS-INT-EDIT " " WS-FEE-EDIT
                   " " WS-NOTE
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
           STRING "ACCRUAL REGISTER - PERIOD " WS-ACR-PERIOD
                   "  POSTED " WS-POST-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE/TIME: " WS-START-TS
                   "   PAGE: " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT    BRCH S         BALANCE     INTEREST"
                   "  SERVICE CHG NOTE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "---------- ---- - --------------- ------------"
                   " ------------ ----------------"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BRANCH-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "TOTALS BY BRANCH" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BRCH ACCOUNTS     INTEREST   SERVICE CHG"
                   "           TOTAL"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "---- -------- ------------  ------------"
                   " ---------------"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               MOVE WS-BR-ACCOUNTS(WS-BR-SUB) TO WS-CNT-EDIT
               MOVE WS-BR-INTEREST(WS-BR-SUB) TO WS-INT-EDIT
               MOVE WS-BR-FEES(WS-BR-SUB) TO WS-FEE-EDIT
               COMPUTE WS-TOTAL-EDIT = WS-BR-INTEREST(WS-BR-SUB)
                   + WS-BR-FEES(WS-BR-SUB)
               MOVE SPACES TO RPT-LINE
               STRING WS-BR-CODE(WS-BR-SUB) " " WS-CNT-EDIT " "
                       WS-INT-EDIT "  " WS-FEE-EDIT " " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS READ   : " ACCT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS ACCRUED: " ACCRUED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "POSTINGS WRITTEN: " POSTED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ALREADY ACCRUED : " ALREADY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NOTHING DUE     : " ZERO-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NO RATE ENTRY   : " NO-RATE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CLOSED SKIPPED  : " CLOSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "POSTING ERRORS  : " REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL INTEREST  : " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-TOTAL-FEES TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL SVC CHARGE: " WS-TOTAL-EDIT
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
           MOVE "IDX-ACCRUE" TO JRN-PROGRAM.
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
                       MOVE "IDX-ACCRUE" TO LOK-PROGRAM
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
