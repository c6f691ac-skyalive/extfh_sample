       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-HOLD.

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
           SELECT RPTFILE ASSIGN DYNAMIC WS-RPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
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
       FD  REQFILE.
       01  REQ-REC.
           05 REQ-ACTION            PIC X(01).
           05 REQ-ACCOUNT           PIC X(10).
           05 REQ-TRANS-DATE        PIC X(08).
           05 REQ-SEQ-NO            PIC X(04).
           05 REQ-DISPUTE-DATE      PIC X(08).
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
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  MTDFILE.
       01  MTD-REC.
           05 MTD-COUNT             PIC 9(08).
           05 MTD-AMOUNT            PIC S9(11)V99.
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(100).
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
       01  WS-BALFILE-NAME          PIC X(256).
       01  WS-MTDFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  REQ-STATUS               PIC 9(02) VALUE 0.
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  MTD-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  WS-MTD-KEY               PIC 9(02) VALUE 0.
       01  WS-MTD-DELTA             PIC S9(11)V99 VALUE 0.
       01  WS-MTD-COUNT-DELTA       PIC S9(4) VALUE 0.
       01  WS-BAL-DELTA             PIC S9(11)V99 VALUE 0.
       01  WS-BAL-COUNT-DELTA       PIC S9(4) VALUE 0.
       01  WS-NEW-BASE              PIC S9(11)V99 VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  WS-REQ-AVAIL             PIC X VALUE "N".
       01  WS-SCAN-DONE             PIC X VALUE "N".
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  HELD-COUNT               PIC 9(8) VALUE 0.
       01  UPHELD-COUNT             PIC 9(8) VALUE 0.
       01  RELEASED-COUNT           PIC 9(8) VALUE 0.
       01  REFUSED-COUNT            PIC 9(8) VALUE 0.
       01  WS-DSP-SOURCE            PIC X(02) VALUE "DP".
       01  WS-DSP-RUN-DATE          PIC X(08).
       01  WS-DSP-OK                PIC X VALUE "Y".
       01  WS-DSP-REASON            PIC X(50).
       01  WS-DSP-ITEM-FOUND        PIC X VALUE "N".
       01  WS-DSP-HOLD-FOUND        PIC X VALUE "N".
       01  WS-DSP-DISPUTE-DATE      PIC X(08).
       01  WS-DSP-LAST-SEQ          PIC 9(04) VALUE 0.
       01  WS-DSP-SECTION           PIC X(01).
       01  WS-DSP-TO-DATE           PIC X(08).
       01  WS-DSP-DATE-NUM          PIC 9(08) VALUE 0.
       01  WS-DSP-FROM-DAY          PIC 9(07) VALUE 0.
       01  WS-DSP-TO-DAY            PIC 9(07) VALUE 0.
       01  WS-DSP-AGE               PIC 9(05) VALUE 0.
       01  WS-DSP-OUTCOME           PIC X(17).
       01  OPEN-COUNT               PIC 9(8) VALUE 0.
       01  OPEN-TOTAL               PIC S9(13)V99 VALUE 0.
       01  OPEN-OLDEST              PIC 9(05) VALUE 0.
       01  UPHELD-TOTAL-COUNT       PIC 9(8) VALUE 0.
       01  UPHELD-TOTAL             PIC S9(13)V99 VALUE 0.
       01  RELEASED-TOTAL-COUNT     PIC 9(8) VALUE 0.
       01  RELEASED-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-ORIG-IMAGE            PIC X(106).
       01  WS-ORIG-REC REDEFINES WS-ORIG-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==ORG==.
       01  WS-AMOUNT-EDIT           PIC -(9)9.99.
       01  WS-TOTAL-EDIT            PIC -(13)9.99.
       01  WS-AGE-EDIT              PIC Z(4)9.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-JRNFILE-NAME          PIC X(256).
       01  JRN-STATUS               PIC 9(02) VALUE 0.
       01  WS-JCTLFILE-NAME         PIC X(256).
       01  JCTL-STATUS              PIC 9(02) VALUE 0.
       01  WS-JRN-BASE-NAME         PIC X(256).
       01  WS-JRN-GEN               PIC 9(04) VALUE 0.
       01  WS-JRN-NEXT-SEQ          PIC 9(09) VALUE 1.
       01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY HLDREG.
           COPY PRDCHK.
           COPY FXCONV.
           COPY CRLIMIT.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-HOLD START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
           MOVE WS-START-TS(1:8) TO WS-DSP-RUN-DATE.

           MOVE "hold_requests.txt" TO WS-REQFILE-NAME.
           ACCEPT WS-REQFILE-NAME FROM ENVIRONMENT "IDXHLD_REQFILE".
           IF WS-REQFILE-NAME = SPACES
               MOVE "hold_requests.txt" TO WS-REQFILE-NAME
           END-IF.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXHLD_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXHLD_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "IDXHLD_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME.
           ACCEPT WS-MTDFILE-NAME FROM ENVIRONMENT "IDXHLD_MTDFILE".
           IF WS-MTDFILE-NAME = SPACES
               MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME
           END-IF.

           MOVE "idx_journal.txt" TO WS-JRNFILE-NAME.
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "IDXHLD_JRNFILE".
           IF WS-JRNFILE-NAME = SPACES
               MOVE "idx_journal.txt" TO WS-JRNFILE-NAME
           END-IF.

           MOVE "idx_hold.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXHLD_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_hold.rpt" TO WS-RPTFILE-NAME
           END-IF.

           PERFORM LOAD-PERIOD-CONTROL.
           PERFORM LOAD-FX-RATES.

           OPEN INPUT REQFILE.
           EVALUATE TRUE
               WHEN REQ-STATUS = "00"
                   MOVE "Y" TO WS-REQ-AVAIL
               WHEN REQ-STATUS = "35"
                   DISPLAY "NO HOLD REQUESTS - REGISTER REPORT ONLY"
               WHEN OTHER
                   MOVE REQ-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "REQFILE OPEN FAILED: " REQ-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-REQ-AVAIL = "Y"
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "IDXHLD_OPERATOR"
               IF WS-OPERATOR-ID = SPACES
                   ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
               END-IF
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "NO OPERATOR ID - SET IDXHLD_OPERATOR"
                   CLOSE REQFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "OPERATOR " WS-OPERATOR-ID
           END-IF.

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

           MOVE "Y" TO WS-HLD-UPDATE.
           PERFORM OPEN-HOLD-REGISTER.
           IF WS-HLD-AVAIL NOT = "Y"
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

           IF WS-REQ-AVAIL = "Y"
               PERFORM OPEN-JOURNAL-GENERATION
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           IF WS-REQ-AVAIL NOT = "Y"
               MOVE "Y" TO EOF-FLAG
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ REQFILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF REQ-ACTION NOT = SPACES
                               AND REQ-ACTION NOT = "#"
                           ADD 1 TO READ-COUNT
                           PERFORM PROCESS-HOLD-REQUEST
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

           MOVE "O" TO WS-DSP-SECTION.
           PERFORM WRITE-REGISTER-SECTION.
           MOVE "C" TO WS-DSP-SECTION.
           PERFORM WRITE-REGISTER-SECTION.
           PERFORM WRITE-REPORT-FOOTER.

           CLOSE MSTFILE IDXFILE BALFILE MTDFILE RPTFILE.
           IF WS-REQ-AVAIL = "Y"
               CLOSE REQFILE JRNFILE
           END-IF.
           PERFORM CLOSE-HOLD-REGISTER.
           IF WS-REQ-AVAIL = "Y"
               PERFORM WRITE-JOURNAL-CONTROL
           END-IF.
           PERFORM RELEASE-IDX-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0 AND REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-HOLD DONE - " HELD-COUNT " HELD, "
               UPHELD-COUNT " UPHELD, " RELEASED-COUNT " RELEASED, "
               REFUSED-COUNT " REFUSED".
           DISPLAY "OPEN DISPUTES   : " OPEN-COUNT.
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
               MOVE "IDX-HOLD" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE UPHELD-COUNT TO RUNH-WRITE-COUNT
               MOVE REFUSED-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       PROCESS-HOLD-REQUEST.
           MOVE "Y" TO WS-DSP-OK.
           MOVE SPACES TO WS-DSP-REASON.
           MOVE "N" TO WS-DSP-ITEM-FOUND.
           MOVE "N" TO WS-DSP-HOLD-FOUND.
           IF REQ-SEQ-NO IS NOT NUMERIC
               MOVE "N" TO WS-DSP-OK
               MOVE "SEQUENCE NUMBER NOT NUMERIC" TO WS-DSP-REASON
           END-IF.
           IF WS-DSP-OK = "Y"
               MOVE REQ-ACCOUNT TO IDX-ACCOUNT
               MOVE REQ-TRANS-DATE TO IDX-TRANS-DATE
               MOVE REQ-SEQ-NO TO IDX-SEQ-NO
               READ IDXFILE RECORD KEY IS IDX-KEY
                   INVALID KEY
                       MOVE SPACES TO IDX-DATA
               END-READ
               IF IDX-STATUS = "00"
                   MOVE "Y" TO WS-DSP-ITEM-FOUND
               END-IF
               MOVE IDX-REC TO WS-ORIG-IMAGE
               MOVE IDX-KEY TO HLD-KEY
               READ HLDFILE RECORD KEY IS HLD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF HLD-STATUS = "00"
                   MOVE "Y" TO WS-DSP-HOLD-FOUND
               END-IF
               EVALUATE REQ-ACTION
                   WHEN "H"
                       PERFORM PLACE-HOLD
                   WHEN "U"
                       PERFORM UPHOLD-DISPUTE
                   WHEN "R"
                       PERFORM RELEASE-HOLD
                   WHEN OTHER
                       MOVE "N" TO WS-DSP-OK
                       MOVE "UNKNOWN ACTION - USE H, U OR R"
                           TO WS-DSP-REASON
               END-EVALUATE
           END-IF.
           IF WS-DSP-OK = "N"
               ADD 1 TO REFUSED-COUNT
           END-IF.
           PERFORM WRITE-REQUEST-RESULT.

       PLACE-HOLD.
           IF WS-DSP-ITEM-FOUND NOT = "Y"
               MOVE "N" TO WS-DSP-OK
               MOVE "ITEM NOT ON IDXFILE" TO WS-DSP-REASON
           END-IF.
           IF WS-DSP-OK = "Y" AND WS-DSP-HOLD-FOUND = "Y"
               IF HLD-STATE = "H"
                   MOVE "N" TO WS-DSP-OK
                   MOVE "ITEM ALREADY ON HOLD" TO WS-DSP-REASON
               END-IF
               IF HLD-STATE = "U"
                   MOVE "N" TO WS-DSP-OK
                   MOVE "ITEM ALREADY REVERSED UNDER DISPUTE"
                       TO WS-DSP-REASON
               END-IF
           END-IF.
           IF WS-DSP-OK = "Y" AND REQ-REASON = SPACES
               MOVE "N" TO WS-DSP-OK
               MOVE "DISPUTE REASON MISSING" TO WS-DSP-REASON
           END-IF.
           IF WS-DSP-OK = "Y"
               MOVE REQ-DISPUTE-DATE TO WS-DSP-DISPUTE-DATE
               IF WS-DSP-DISPUTE-DATE = SPACES
                   MOVE WS-DSP-RUN-DATE TO WS-DSP-DISPUTE-DATE
               END-IF
               IF WS-DSP-DISPUTE-DATE IS NOT NUMERIC
                       OR WS-DSP-DISPUTE-DATE > WS-DSP-RUN-DATE
                       OR WS-DSP-DISPUTE-DATE < IDX-TRANS-DATE
                   MOVE "N" TO WS-DSP-OK
                   MOVE "INVALID DISPUTE DATE" TO WS-DSP-REASON
               END-IF
           END-IF.
           IF WS-DSP-OK = "Y"
               MOVE IDX-CURRENCY TO WS-FX-CURRENCY
               MOVE IDX-TRANS-DATE TO WS-FX-DATE
               MOVE IDX-AMOUNT TO WS-FX-AMOUNT
               PERFORM CONVERT-TO-BASE
               IF WS-FX-OK = "N"
                   MOVE "N" TO WS-DSP-OK
                   MOVE WS-FX-REASON TO WS-DSP-REASON
               END-IF
           END-IF.
           IF WS-DSP-OK = "Y"
               MOVE IDX-KEY TO HLD-KEY
               MOVE SPACES TO HLD-DATA
               MOVE "H" TO HLD-STATE
               MOVE REQ-REASON TO HLD-REASON
               MOVE WS-DSP-DISPUTE-DATE TO HLD-DISPUTE-DATE
               MOVE WS-OPERATOR-ID TO HLD-OPERATOR
               MOVE FUNCTION CURRENT-DATE TO HLD-HOLD-TS
               MOVE IDX-AMOUNT TO HLD-AMOUNT
               MOVE IDX-CURRENCY TO HLD-CURRENCY
               MOVE WS-FX-BASE-AMOUNT TO HLD-BASE-AMOUNT
               IF WS-DSP-HOLD-FOUND = "Y"
                   REWRITE HLD-REC
               ELSE
                   WRITE HLD-REC
               END-IF
               IF HLD-STATUS = "00"
                   MOVE "HD" TO JRN-OPERATION
                   MOVE WS-ORIG-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE WS-ORIG-IMAGE TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-REC
                   ADD 1 TO HELD-COUNT
                   MOVE "PLACED ON HOLD" TO WS-DSP-REASON
               ELSE
                   PERFORM HOLD-REGISTER-FAILED
               END-IF
           END-IF.

       RELEASE-HOLD.
           IF WS-DSP-HOLD-FOUND NOT = "Y" OR HLD-STATE NOT = "H"
               MOVE "N" TO WS-DSP-OK
               MOVE "ITEM IS NOT ON HOLD" TO WS-DSP-REASON
           END-IF.
           IF WS-DSP-OK = "Y"
               MOVE "R" TO HLD-STATE
               MOVE WS-DSP-RUN-DATE TO HLD-RESOLVE-DATE
               MOVE WS-OPERATOR-ID TO HLD-RESOLVE-OPERATOR
               MOVE FUNCTION CURRENT-DATE TO HLD-RESOLVE-TS
               MOVE REQ-REASON TO HLD-RESOLVE-NOTE
               REWRITE HLD-REC
               IF HLD-STATUS = "00"
                   MOVE "HR" TO JRN-OPERATION
                   MOVE WS-ORIG-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE WS-ORIG-IMAGE TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-REC
                   ADD 1 TO RELEASED-COUNT
                   MOVE "DISPUTE REJECTED - HOLD RELEASED"
                       TO WS-DSP-REASON
               ELSE
                   PERFORM HOLD-REGISTER-FAILED
               END-IF
           END-IF.

       UPHOLD-DISPUTE.
           IF WS-DSP-HOLD-FOUND NOT = "Y" OR HLD-STATE NOT = "H"
               MOVE "N" TO WS-DSP-OK
               MOVE "ITEM IS NOT ON HOLD" TO WS-DSP-REASON
           END-IF.
           IF WS-DSP-OK = "Y" AND WS-DSP-ITEM-FOUND NOT = "Y"
               MOVE "N" TO WS-DSP-OK
               MOVE "ITEM NOT ON IDXFILE" TO WS-DSP-REASON
           END-IF.
           IF WS-DSP-OK = "Y"
               MOVE ORG-ACCOUNT TO ACCT-NUMBER
               READ MSTFILE RECORD KEY IS ACCT-KEY
                   INVALID KEY
                       MOVE "N" TO WS-DSP-OK
                       MOVE "ACCOUNT NOT ON MASTER FILE"
                           TO WS-DSP-REASON
               END-READ
               IF WS-DSP-OK = "Y" AND ACCT-STATUS-FLAG = "C"
                   MOVE "N" TO WS-DSP-OK
                   MOVE "ACCOUNT IS CLOSED ON MASTER FILE"
                       TO WS-DSP-REASON
               END-IF
           END-IF.
           IF WS-DSP-OK = "Y"
               MOVE WS-DSP-RUN-DATE TO WS-PRD-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PRD-OK = "N"
                   MOVE "N" TO WS-DSP-OK
                   MOVE WS-PRD-REASON TO WS-DSP-REASON
               END-IF
           END-IF.
           IF WS-DSP-OK = "Y"
               MOVE ORG-CURRENCY TO WS-FX-CURRENCY
               MOVE WS-DSP-RUN-DATE TO WS-FX-DATE
               COMPUTE WS-FX-AMOUNT = 0 - ORG-AMOUNT
               PERFORM CONVERT-TO-BASE
               IF WS-FX-OK = "N"
                   MOVE "N" TO WS-DSP-OK
                   MOVE WS-FX-REASON TO WS-DSP-REASON
               ELSE
                   MOVE WS-FX-BASE-AMOUNT TO WS-NEW-BASE
               END-IF
           END-IF.
           IF WS-DSP-OK = "Y"
               PERFORM CHECK-REVERSAL-LIMIT
           END-IF.
           IF WS-DSP-OK = "Y"
               PERFORM FIND-REVERSAL-SEQ
               IF WS-DSP-LAST-SEQ >= 9999
                   MOVE "N" TO WS-DSP-OK
                   MOVE "NO FREE SEQUENCE FOR REVERSAL"
                       TO WS-DSP-REASON
               END-IF
           END-IF.
           IF WS-DSP-OK = "Y"
               PERFORM POST-DISPUTE-REVERSAL
           END-IF.

       CHECK-REVERSAL-LIMIT.
           MOVE ORG-ACCOUNT TO WS-CRL-ACCOUNT.
           COMPUTE WS-CRL-DELTA = WS-NEW-BASE + HLD-BASE-AMOUNT.
           PERFORM CHECK-CREDIT-LIMIT.
           MOVE ORG-KEY TO HLD-KEY.
           READ HLDFILE RECORD KEY IS HLD-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF HLD-STATUS NOT = "00"
               PERFORM HOLD-REGISTER-FAILED
           ELSE
               IF WS-CRL-OK = "N"
                   MOVE "N" TO WS-DSP-OK
                   MOVE WS-CRL-REASON TO WS-DSP-REASON
               END-IF
           END-IF.

       FIND-REVERSAL-SEQ.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE 0 TO WS-DSP-LAST-SEQ.
           MOVE SPACES TO IDX-REC.
           MOVE ORG-ACCOUNT TO IDX-ACCOUNT.
           MOVE WS-DSP-RUN-DATE TO IDX-TRANS-DATE.
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
                       OR IDX-ACCOUNT NOT = ORG-ACCOUNT
                       OR IDX-TRANS-DATE NOT = WS-DSP-RUN-DATE
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   MOVE IDX-SEQ-NO TO WS-DSP-LAST-SEQ
               END-IF
           END-PERFORM.

       POST-DISPUTE-REVERSAL.
           MOVE SPACES TO IDX-REC.
           MOVE ORG-ACCOUNT TO IDX-ACCOUNT.
           MOVE WS-DSP-RUN-DATE TO IDX-TRANS-DATE.
           COMPUTE IDX-SEQ-NO = WS-DSP-LAST-SEQ + 1.
           COMPUTE IDX-AMOUNT = 0 - ORG-AMOUNT.
           MOVE ORG-STATUS-CODE TO IDX-STATUS-CODE.
           STRING "DISPUTE REVERSAL " ORG-TRANS-DATE "/" ORG-SEQ-NO
                   " " HLD-REASON
               DELIMITED BY SIZE INTO IDX-DESCRIPTION.
           MOVE ORG-CURRENCY TO IDX-CURRENCY.
           MOVE WS-DSP-SOURCE TO IDX-SOURCE.
           WRITE IDX-REC.
           IF IDX-STATUS NOT = "00"
               MOVE IDX-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               MOVE "N" TO WS-DSP-OK
               MOVE SPACES TO WS-DSP-REASON
               STRING "REVERSAL WRITE FAILED " IDX-STATUS
                       " - " WS-FH-TEXT
                   DELIMITED BY SIZE INTO WS-DSP-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
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
               MOVE "U" TO HLD-STATE
               MOVE WS-DSP-RUN-DATE TO HLD-RESOLVE-DATE
               MOVE WS-OPERATOR-ID TO HLD-RESOLVE-OPERATOR
               MOVE FUNCTION CURRENT-DATE TO HLD-RESOLVE-TS
               MOVE REQ-REASON TO HLD-RESOLVE-NOTE
               MOVE IDX-KEY TO HLD-REVERSAL-KEY
               REWRITE HLD-REC
               IF HLD-STATUS = "00"
                   MOVE "HR" TO JRN-OPERATION
                   MOVE WS-ORIG-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE WS-ORIG-IMAGE TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-REC
                   ADD 1 TO UPHELD-COUNT
                   MOVE SPACES TO WS-DSP-REASON
                   STRING "UPHELD - REVERSED AS " IDX-TRANS-DATE
                           " " IDX-SEQ-NO
                       DELIMITED BY SIZE INTO WS-DSP-REASON
               ELSE
                   PERFORM HOLD-REGISTER-FAILED
               END-IF
           END-IF.

       HOLD-REGISTER-FAILED.
           MOVE HLD-STATUS TO WS-FH-STATUS.
           PERFORM DECODE-FH-STATUS.
           MOVE "N" TO WS-DSP-OK.
           MOVE SPACES TO WS-DSP-REASON.
           STRING "HLDFILE UPDATE FAILED " HLD-STATUS
                   " - " WS-FH-TEXT
               DELIMITED BY SIZE INTO WS-DSP-REASON.
           MOVE 8 TO RETURN-CODE.

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

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE.
           STRING "DISPUTE / HOLD REGISTER - RUN "
                   WS-START-TS(1:14)
                   "   OPERATOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "HOLD REQUESTS" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "A ACCOUNT    TRANS DATE SEQ  RESULT"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-REQ-AVAIL NOT = "Y"
               MOVE "  NO REQUEST FILE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-REQUEST-RESULT.
           MOVE SPACES TO RPT-LINE.
           MOVE REQ-ACTION TO RPT-LINE(1:1).
           MOVE REQ-ACCOUNT TO RPT-LINE(3:10).
           MOVE REQ-TRANS-DATE TO RPT-LINE(14:8).
           MOVE REQ-SEQ-NO TO RPT-LINE(25:4).
           IF WS-DSP-OK = "Y"
               MOVE WS-DSP-REASON TO RPT-LINE(30:50)
           ELSE
               STRING "REFUSED: " WS-DSP-REASON
                   DELIMITED BY SIZE INTO RPT-LINE(30:59)
           END-IF.
           WRITE RPT-LINE.

       WRITE-REGISTER-SECTION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DSP-SECTION = "O"
               MOVE "OPEN DISPUTES" TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "ACCOUNT    TRANS DATE SEQ         AMOUNT CUR"
                       " DISPUTED   AGE  REASON"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "RESOLVED DISPUTES" TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "ACCOUNT    TRANS DATE SEQ         AMOUNT CUR"
                       " DISPUTED RESOLVED  DAYS OUTCOME"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO HLD-KEY.
           START HLDFILE KEY IS >= HLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ HLDFILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-DSP-SECTION = "O" AND HLD-STATE = "H"
                           PERFORM WRITE-OPEN-DISPUTE
                       END-IF
                       IF WS-DSP-SECTION = "C" AND HLD-STATE = "U"
                           PERFORM WRITE-RESOLVED-DISPUTE
                       END-IF
                       IF WS-DSP-SECTION = "C" AND HLD-STATE = "R"
                           PERFORM WRITE-RESOLVED-DISPUTE
                       END-IF
               END-READ
               IF HLD-STATUS NOT = "00" AND HLD-STATUS NOT = "10"
                   MOVE HLD-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "HLDFILE READ FAILED: " HLD-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO WS-SCAN-DONE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

       WRITE-OPEN-DISPUTE.
           MOVE HLD-DISPUTE-DATE TO WS-DSP-DISPUTE-DATE.
           MOVE WS-DSP-RUN-DATE TO WS-DSP-TO-DATE.
           PERFORM COMPUTE-DISPUTE-AGE.
           ADD 1 TO OPEN-COUNT.
           ADD HLD-BASE-AMOUNT TO OPEN-TOTAL.
           IF WS-DSP-AGE > OPEN-OLDEST
               MOVE WS-DSP-AGE TO OPEN-OLDEST
           END-IF.
           MOVE SPACES TO RPT-LINE.
           PERFORM MOVE-REGISTER-KEY.
           MOVE WS-DSP-AGE TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT TO RPT-LINE(53:5).
           MOVE HLD-REASON TO RPT-LINE(60:40).
           WRITE RPT-LINE.

       WRITE-RESOLVED-DISPUTE.
           MOVE HLD-DISPUTE-DATE TO WS-DSP-DISPUTE-DATE.
           MOVE HLD-RESOLVE-DATE TO WS-DSP-TO-DATE.
           PERFORM COMPUTE-DISPUTE-AGE.
           IF HLD-STATE = "U"
               ADD 1 TO UPHELD-TOTAL-COUNT
               ADD HLD-BASE-AMOUNT TO UPHELD-TOTAL
               MOVE "UPHELD/REVERSED" TO WS-DSP-OUTCOME
           ELSE
               ADD 1 TO RELEASED-TOTAL-COUNT
               ADD HLD-BASE-AMOUNT TO RELEASED-TOTAL
               MOVE "REJECTED/RELEASED" TO WS-DSP-OUTCOME
           END-IF.
           MOVE SPACES TO RPT-LINE.
           PERFORM MOVE-REGISTER-KEY.
           MOVE HLD-RESOLVE-DATE TO RPT-LINE(53:8).
           MOVE WS-DSP-AGE TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT TO RPT-LINE(62:5).
           MOVE WS-DSP-OUTCOME TO RPT-LINE(68:17).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "    REASON: " HLD-REASON
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "    NOTE  : " HLD-RESOLVE-NOTE
                   " BY " HLD-RESOLVE-OPERATOR
               DELIMITED BY SIZE INTO RPT-LINE.
           IF HLD-STATE = "U"
               STRING " REV " HLD-REVERSAL-KEY(11:8) " "
                       HLD-REVERSAL-KEY(19:4)
                   DELIMITED BY SIZE INTO RPT-LINE(69:32)
           END-IF.
           WRITE RPT-LINE.

       MOVE-REGISTER-KEY.
           MOVE HLD-ACCOUNT TO RPT-LINE(1:10).
           MOVE HLD-TRANS-DATE TO RPT-LINE(12:8).
           MOVE HLD-SEQ-NO TO RPT-LINE(21:4).
           MOVE HLD-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO RPT-LINE(26:13).
           MOVE HLD-CURRENCY TO RPT-LINE(40:3).
           MOVE HLD-DISPUTE-DATE TO RPT-LINE(44:8).

       COMPUTE-DISPUTE-AGE.
           MOVE 0 TO WS-DSP-AGE.
           IF WS-DSP-DISPUTE-DATE IS NUMERIC
                   AND WS-DSP-TO-DATE IS NUMERIC
                   AND WS-DSP-TO-DATE > WS-DSP-DISPUTE-DATE
               MOVE WS-DSP-DISPUTE-DATE TO WS-DSP-DATE-NUM
               COMPUTE WS-DSP-FROM-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-DSP-DATE-NUM)
               MOVE WS-DSP-TO-DATE TO WS-DSP-DATE-NUM
               COMPUTE WS-DSP-TO-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-DSP-DATE-NUM)
               COMPUTE WS-DSP-AGE = WS-DSP-TO-DAY - WS-DSP-FROM-DAY
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "=" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "REQUESTS READ     : " READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  PLACED ON HOLD  : " HELD-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  UPHELD/REVERSED : " UPHELD-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  RELEASED        : " RELEASED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  REFUSED         : " REFUSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE OPEN-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "OPEN DISPUTES     : " OPEN-COUNT
                   "  BASE " WS-TOTAL-EDIT
                   "  OLDEST " OPEN-OLDEST " DAY(S)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE UPHELD-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "UPHELD/REVERSED   : " UPHELD-TOTAL-COUNT
                   "  BASE " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE RELEASED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "REJECTED/RELEASED : " RELEASED-TOTAL-COUNT
                   "  BASE " WS-TOTAL-EDIT
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
           MOVE "IDX-HOLD" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE WS-OPERATOR-ID TO JRN-MAKER-ID.
           MOVE SPACES TO JRN-CHECKER-ID.
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
                       MOVE "IDX-HOLD" TO LOK-PROGRAM
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
       COPY PRDCHKP.
       COPY FXCONVP.
       COPY CRLIMITP.
