       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-RECON.

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
           SELECT RCNFILE ASSIGN DYNAMIC WS-RCNFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCN-KEY
               ALTERNATE RECORD KEY IS RCN-BANK-REF WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS RCN-STATUS.
           SELECT STLFILE ASSIGN DYNAMIC WS-STLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STL-STATUS.
           SELECT CRYFILE ASSIGN DYNAMIC WS-CRYFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRY-STATUS.
           SELECT RPTFILE ASSIGN DYNAMIC WS-RPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDXFILE.
       01  IDX-REC.
           COPY IDXREC.
       FD  RCNFILE.
       01  RCN-REC.
           COPY RCNREC.
       FD  STLFILE.
       01  STL-REC.
           COPY STLREC.
       FD  CRYFILE.
       01  CRY-REC.
           COPY STLREC REPLACING LEADING ==STL== BY ==CRY==.
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-RCNFILE-NAME          PIC X(256).
       01  WS-STLFILE-NAME          PIC X(256).
       01  WS-CRYFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  RCN-STATUS               PIC 9(02) VALUE 0.
       01  STL-STATUS               PIC 9(02) VALUE 0.
       01  CRY-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  STL-READ-COUNT           PIC 9(8) VALUE 0.
       01  CRY-READ-COUNT           PIC 9(8) VALUE 0.
       01  IDX-READ-COUNT           PIC 9(8) VALUE 0.
       01  IDX-OPEN-COUNT           PIC 9(8) VALUE 0.
       01  MATCH-COUNT              PIC 9(8) VALUE 0.
       01  OUR-UNMATCHED-COUNT      PIC 9(8) VALUE 0.
       01  BANK-UNMATCHED-COUNT     PIC 9(8) VALUE 0.
       01  NEAR-COUNT               PIC 9(8) VALUE 0.
       01  ALREADY-COUNT            PIC 9(8) VALUE 0.
       01  DUP-COUNT                PIC 9(8) VALUE 0.
       01  REJECT-COUNT             PIC 9(8) VALUE 0.
       01  CARRIED-COUNT            PIC 9(8) VALUE 0.
       01  WS-RUN-DATE              PIC X(08).
       01  WS-FROM-DATE             PIC X(08) VALUE "00000000".
       01  WS-TOLERANCE             PIC 9(3) VALUE 2.
       01  WS-TOLERANCE-ENV         PIC X(3).
       01  WS-BANK-MAX              PIC 9(4) VALUE 2000.
       01  WS-BANK-COUNT            PIC 9(4) VALUE 0.
       01  WS-BANK-SUB              PIC 9(4) VALUE 0.
       01  WS-BANK-FOUND            PIC 9(4) VALUE 0.
       01  WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 2000.
               10 WS-BANK-ACCOUNT   PIC X(10).
               10 WS-BANK-VALUE-DATE PIC X(08).
               10 WS-BANK-AMOUNT    PIC S9(9)V99.
               10 WS-BANK-REF       PIC X(16).
               10 WS-BANK-FIRST-SEEN PIC X(08).
               10 WS-BANK-DAY-NO    PIC 9(7).
               10 WS-BANK-STATE     PIC X(01).
       01  WS-NEAR-MAX              PIC 9(4) VALUE 1000.
       01  WS-NEAR-SUB              PIC 9(4) VALUE 0.
       01  WS-NEAR-TABLE.
           05 WS-NEAR-ENTRY OCCURS 1000.
               10 WS-NEAR-IDX-KEY   PIC X(22).
               10 WS-NEAR-IDX-AMOUNT PIC S9(9)V99.
               10 WS-NEAR-IDX-AGE   PIC 9(5).
               10 WS-NEAR-BANK-SUB  PIC 9(4).
       01  WS-NEAR-KEY-VIEW.
           05 WS-NEAR-KEY-ACCOUNT   PIC X(10).
           05 WS-NEAR-KEY-DATE      PIC X(08).
           05 WS-NEAR-KEY-SEQ       PIC 9(04).
       01  WS-PASS                  PIC X VALUE "1".
       01  WS-SCAN-DONE             PIC X VALUE "N".
       01  WS-LINE-OK               PIC X VALUE "Y".
       01  WS-LINE-REASON           PIC X(40).
       01  WS-CHK-DATE              PIC X(08).
       01  WS-CHK-DATE-NUM          PIC 9(8) VALUE 0.
       01  WS-DATE-OK               PIC X VALUE "Y".
       01  WS-DATE-YYYY             PIC 9(4) VALUE 0.
       01  WS-DATE-MM               PIC 9(2) VALUE 0.
       01  WS-DATE-DD               PIC 9(2) VALUE 0.
       01  WS-DAYS-IN-MONTH         PIC 9(2) VALUE 0.
       01  WS-RUN-DAY-NO            PIC 9(7) VALUE 0.
       01  WS-IDX-DAY-NO            PIC 9(7) VALUE 0.
       01  WS-DAY-DIFF              PIC S9(7) VALUE 0.
       01  WS-AGE                   PIC 9(5) VALUE 0.
       01  WS-AGE-EDIT              PIC ZZZZ9.
       01  WS-DIFF                  PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-EDIT           PIC -(8)9.99.
       01  WS-BANK-EDIT             PIC -(8)9.99.
       01  WS-DIFF-EDIT             PIC -(8)9.99.
       01  WS-LINES-ON-PAGE         PIC 9(4) VALUE 0.
       01  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       01  WS-PAGE-SIZE             PIC 9(4) VALUE 50.
       01  WS-SECTION-TITLE         PIC X(60).
       01  WS-COLUMN-LINE           PIC X(80).
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-RECON START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE WS-START-TS(1:8) TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "IDXRCN_RUN_DATE".
           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE IS NOT NUMERIC
               MOVE WS-START-TS(1:8) TO WS-RUN-DATE
           END-IF.

           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "IDXRCN_FROM_DATE".
           IF WS-FROM-DATE = SPACES OR WS-FROM-DATE IS NOT NUMERIC
               MOVE "00000000" TO WS-FROM-DATE
           END-IF.

           ACCEPT WS-TOLERANCE-ENV FROM ENVIRONMENT
               "IDXRCN_DATE_TOLERANCE".
           IF WS-TOLERANCE-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-TOLERANCE-ENV) IS NUMERIC
               MOVE FUNCTION TRIM(WS-TOLERANCE-ENV) TO WS-TOLERANCE
           END-IF.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXRCN_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "RCNFILE" TO WS-RCNFILE-NAME.
           ACCEPT WS-RCNFILE-NAME FROM ENVIRONMENT "IDXRCN_RCNFILE".
           IF WS-RCNFILE-NAME = SPACES
               MOVE "RCNFILE" TO WS-RCNFILE-NAME
           END-IF.

           MOVE "bank_settlement.txt" TO WS-STLFILE-NAME.
           ACCEPT WS-STLFILE-NAME FROM ENVIRONMENT "IDXRCN_STLFILE".
           IF WS-STLFILE-NAME = SPACES
               MOVE "bank_settlement.txt" TO WS-STLFILE-NAME
           END-IF.

           MOVE "recon_carry.txt" TO WS-CRYFILE-NAME.
           ACCEPT WS-CRYFILE-NAME FROM ENVIRONMENT "IDXRCN_CARRYFILE".
           IF WS-CRYFILE-NAME = SPACES
               MOVE "recon_carry.txt" TO WS-CRYFILE-NAME
           END-IF.

           MOVE "idx_recon.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXRCN_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_recon.rpt" TO WS-RPTFILE-NAME
           END-IF.

           MOVE WS-RUN-DATE TO WS-CHK-DATE-NUM.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-CHK-DATE-NUM).

           OPEN INPUT IDXFILE.
           IF IDX-STATUS NOT = "00"
               MOVE IDX-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "IDXFILE OPEN FAILED: " IDX-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O RCNFILE.
           IF RCN-STATUS = "35"
               OPEN OUTPUT RCNFILE
               IF RCN-STATUS = "00"
                   CLOSE RCNFILE
                   OPEN I-O RCNFILE
               END-IF
           END-IF.
           IF RCN-STATUS NOT = "00"
               MOVE RCN-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "RCNFILE OPEN FAILED: " RCN-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF RPT-STATUS NOT = "00"
               MOVE RPT-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "RPTFILE OPEN FAILED: " RPT-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-CARRY-FORWARD.
           PERFORM LOAD-SETTLEMENT-FILE.
           IF RETURN-CODE = 8
               CLOSE IDXFILE RCNFILE RPTFILE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF.
           DISPLAY "BANK ITEMS TO MATCH: " WS-BANK-COUNT.

           MOVE "1" TO WS-PASS.
           PERFORM SCAN-IDXFILE.

           MOVE "OUR ITEMS WITH NO BANK MATCH" TO WS-SECTION-TITLE.
           MOVE "ACCOUNT    TRANS DT SEQ        AMOUNT   AGE"
               TO WS-COLUMN-LINE.
           PERFORM WRITE-PAGE-HEADER.
           MOVE "2" TO WS-PASS.
           PERFORM SCAN-IDXFILE.
           IF OUR-UNMATCHED-COUNT = 0
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE "BANK ITEMS WITH NO IDXFILE MATCH" TO WS-SECTION-TITLE.
           MOVE "ACCOUNT    VALUE DT       AMOUNT BANK REFERENCE"
               TO WS-COLUMN-LINE.
           MOVE "AGE" TO WS-COLUMN-LINE(53:3).
           PERFORM WRITE-PAGE-HEADER.
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-COUNT
               IF WS-BANK-STATE(WS-BANK-SUB) = " "
                   PERFORM WRITE-BANK-UNMATCHED-LINE
               END-IF
           END-PERFORM.
           IF BANK-UNMATCHED-COUNT = 0
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE "NEAR MATCHES - AMOUNT DIFFERS" TO WS-SECTION-TITLE.
           MOVE "ACCOUNT    DATE     SEQ    OUR AMOUNT  BANK AMOUNT"
               TO WS-COLUMN-LINE.
           MOVE "DIFFERENCE   AGE" TO WS-COLUMN-LINE(54:16).
           PERFORM WRITE-PAGE-HEADER.
           PERFORM VARYING WS-NEAR-SUB FROM 1 BY 1
                   UNTIL WS-NEAR-SUB > NEAR-COUNT
                   OR WS-NEAR-SUB > WS-NEAR-MAX
               PERFORM WRITE-NEAR-MATCH-LINE
           END-PERFORM.
           IF NEAR-COUNT = 0
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           PERFORM WRITE-CARRY-FORWARD.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE IDXFILE RCNFILE RPTFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0 AND REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-RECON DONE - " MATCH-COUNT " MATCHED, "
               OUR-UNMATCHED-COUNT " OURS OPEN, "
               BANK-UNMATCHED-COUNT " BANK OPEN, "
               NEAR-COUNT " NEAR".
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
               MOVE "IDX-RECON" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE STL-READ-COUNT TO RUNH-READ-COUNT
               MOVE MATCH-COUNT TO RUNH-WRITE-COUNT
               MOVE REJECT-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       LOAD-CARRY-FORWARD.
           OPEN INPUT CRYFILE.
           IF CRY-STATUS = "35"
               DISPLAY "NO CARRY-FORWARD FILE - STARTING CLEAN"
           ELSE
               IF CRY-STATUS NOT = "00"
                   MOVE CRY-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "CARRY FILE OPEN FAILED: " CRY-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ CRYFILE NEXT
                           AT END
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               ADD 1 TO CRY-READ-COUNT
                               MOVE CRY-REC TO STL-REC
                               PERFORM ADD-BANK-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE CRYFILE
               END-IF
           END-IF.

       LOAD-SETTLEMENT-FILE.
           OPEN INPUT STLFILE.
           IF STL-STATUS = "35"
               DISPLAY "NO SETTLEMENT FILE TODAY - CARRIED ITEMS ONLY"
           ELSE
               IF STL-STATUS NOT = "00"
                   MOVE STL-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "SETTLEMENT FILE OPEN FAILED: " STL-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ STLFILE NEXT
                           AT END
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               IF STL-REC NOT = SPACES
                                   ADD 1 TO STL-READ-COUNT
                                   MOVE WS-RUN-DATE TO STL-FIRST-SEEN
                                   PERFORM ADD-BANK-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STLFILE
               END-IF
           END-IF.

       ADD-BANK-ITEM.
           MOVE "Y" TO WS-LINE-OK.
           MOVE SPACES TO WS-LINE-REASON.
           IF STL-ACCOUNT = SPACES
               MOVE "N" TO WS-LINE-OK
               MOVE "BLANK ACCOUNT" TO WS-LINE-REASON
           END-IF.
           IF WS-LINE-OK = "Y" AND STL-BANK-REF = SPACES
               MOVE "N" TO WS-LINE-OK
               MOVE "BLANK BANK REFERENCE" TO WS-LINE-REASON
           END-IF.
           IF WS-LINE-OK = "Y" AND STL-AMOUNT IS NOT NUMERIC
               MOVE "N" TO WS-LINE-OK
               MOVE "AMOUNT NOT NUMERIC" TO WS-LINE-REASON
           END-IF.
           IF WS-LINE-OK = "Y"
               MOVE STL-VALUE-DATE TO WS-CHK-DATE
               PERFORM VALIDATE-CHK-DATE
               IF WS-DATE-OK = "N"
                   MOVE "N" TO WS-LINE-OK
                   MOVE "VALUE DATE INVALID" TO WS-LINE-REASON
               END-IF
           END-IF.
           IF WS-LINE-OK = "N"
               ADD 1 TO REJECT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "SETTLEMENT LINE REJECTED: " WS-LINE-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE STL-REC TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM FILE-BANK-ITEM
           END-IF.

       FILE-BANK-ITEM.
           MOVE 0 TO WS-BANK-FOUND.
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-COUNT
                   OR WS-BANK-FOUND > 0
               IF WS-BANK-REF(WS-BANK-SUB) = STL-BANK-REF
                   MOVE WS-BANK-SUB TO WS-BANK-FOUND
               END-IF
           END-PERFORM.
           MOVE STL-BANK-REF TO RCN-BANK-REF.
           EVALUATE TRUE
               WHEN WS-BANK-FOUND > 0
                   ADD 1 TO DUP-COUNT
               WHEN OTHER
                   READ RCNFILE KEY IS RCN-BANK-REF
                       INVALID KEY
                           MOVE "23" TO RCN-STATUS
                   END-READ
                   IF RCN-STATUS = "00" OR RCN-STATUS = "02"
                       ADD 1 TO ALREADY-COUNT
                   ELSE
                       PERFORM STORE-BANK-ITEM
                   END-IF
           END-EVALUATE.

       STORE-BANK-ITEM.
           IF WS-BANK-COUNT >= WS-BANK-MAX
               DISPLAY "BANK ITEM TABLE FULL AT " WS-BANK-MAX
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-BANK-COUNT
               MOVE STL-ACCOUNT TO WS-BANK-ACCOUNT(WS-BANK-COUNT)
               MOVE STL-VALUE-DATE
                   TO WS-BANK-VALUE-DATE(WS-BANK-COUNT)
               MOVE STL-AMOUNT TO WS-BANK-AMOUNT(WS-BANK-COUNT)
               MOVE STL-BANK-REF TO WS-BANK-REF(WS-BANK-COUNT)
               MOVE STL-FIRST-SEEN
                   TO WS-BANK-FIRST-SEEN(WS-BANK-COUNT)
               IF STL-FIRST-SEEN = SPACES
                   MOVE WS-RUN-DATE
                       TO WS-BANK-FIRST-SEEN(WS-BANK-COUNT)
               END-IF
               MOVE STL-VALUE-DATE TO WS-CHK-DATE-NUM
               COMPUTE WS-BANK-DAY-NO(WS-BANK-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-CHK-DATE-NUM)
               MOVE " " TO WS-BANK-STATE(WS-BANK-COUNT)
           END-IF.

       SCAN-IDXFILE.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO IDX-KEY.
           START IDXFILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ IDXFILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
               END-READ
               IF WS-SCAN-DONE = "N"
                   IF IDX-STATUS NOT = "00"
                       MOVE IDX-STATUS TO WS-FH-STATUS
                       PERFORM DECODE-FH-STATUS
                       DISPLAY "IDXFILE READ FAILED: " IDX-STATUS
                           " - " WS-FH-TEXT
                       MOVE "Y" TO WS-SCAN-DONE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF IDX-TRANS-DATE IS NUMERIC
                               AND IDX-TRANS-DATE NOT < WS-FROM-DATE
                               AND IDX-TRANS-DATE NOT > WS-RUN-DATE
                           PERFORM CHECK-IDX-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-IDX-ITEM.
           MOVE IDX-KEY TO RCN-KEY.
           READ RCNFILE RECORD KEY IS RCN-KEY
               INVALID KEY
                   MOVE "23" TO RCN-STATUS
           END-READ.
           IF RCN-STATUS NOT = "00"
               MOVE IDX-TRANS-DATE TO WS-CHK-DATE-NUM
               COMPUTE WS-IDX-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-CHK-DATE-NUM)
               IF WS-PASS = "1"
                   ADD 1 TO IDX-READ-COUNT
                   PERFORM FIND-EXACT-MATCH
               ELSE
                   ADD 1 TO IDX-OPEN-COUNT
                   PERFORM FIND-NEAR-MATCH
               END-IF
           END-IF.

       FIND-EXACT-MATCH.
           MOVE 0 TO WS-BANK-FOUND.
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-COUNT
                   OR WS-BANK-FOUND > 0
               IF WS-BANK-STATE(WS-BANK-SUB) = " "
                       AND WS-BANK-ACCOUNT(WS-BANK-SUB) = IDX-ACCOUNT
                       AND WS-BANK-AMOUNT(WS-BANK-SUB) = IDX-AMOUNT
                   PERFORM CHECK-DATE-WINDOW
                   IF WS-DAY-DIFF NOT > WS-TOLERANCE
                       MOVE WS-BANK-SUB TO WS-BANK-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BANK-FOUND > 0
               PERFORM WRITE-RECON-MARKER
           END-IF.

       FIND-NEAR-MATCH.
           MOVE 0 TO WS-BANK-FOUND.
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-COUNT
                   OR WS-BANK-FOUND > 0
               IF WS-BANK-STATE(WS-BANK-SUB) = " "
                       AND WS-BANK-ACCOUNT(WS-BANK-SUB) = IDX-ACCOUNT
                   PERFORM CHECK-DATE-WINDOW
                   IF WS-DAY-DIFF NOT > WS-TOLERANCE
                       MOVE WS-BANK-SUB TO WS-BANK-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-AGE = WS-RUN-DAY-NO - WS-IDX-DAY-NO.
           IF WS-BANK-FOUND > 0
               MOVE "N" TO WS-BANK-STATE(WS-BANK-FOUND)
               ADD 1 TO NEAR-COUNT
               IF NEAR-COUNT NOT > WS-NEAR-MAX
                   MOVE IDX-KEY TO WS-NEAR-IDX-KEY(NEAR-COUNT)
                   MOVE IDX-AMOUNT TO WS-NEAR-IDX-AMOUNT(NEAR-COUNT)
                   MOVE WS-AGE TO WS-NEAR-IDX-AGE(NEAR-COUNT)
                   MOVE WS-BANK-FOUND TO WS-NEAR-BANK-SUB(NEAR-COUNT)
               END-IF
           ELSE
               PERFORM WRITE-OUR-UNMATCHED-LINE
           END-IF.

       CHECK-DATE-WINDOW.
           COMPUTE WS-DAY-DIFF =
               WS-BANK-DAY-NO(WS-BANK-SUB) - WS-IDX-DAY-NO.
           IF WS-DAY-DIFF < 0
               COMPUTE WS-DAY-DIFF = 0 - WS-DAY-DIFF
           END-IF.

       WRITE-RECON-MARKER.
           MOVE "M" TO WS-BANK-STATE(WS-BANK-FOUND).
           MOVE SPACES TO RCN-REC.
           MOVE IDX-KEY TO RCN-KEY.
           MOVE WS-BANK-REF(WS-BANK-FOUND) TO RCN-BANK-REF.
           MOVE WS-BANK-VALUE-DATE(WS-BANK-FOUND) TO RCN-VALUE-DATE.
           MOVE WS-BANK-AMOUNT(WS-BANK-FOUND) TO RCN-AMOUNT.
           MOVE WS-RUN-DATE TO RCN-RECON-DATE.
           WRITE RCN-REC.
           IF RCN-STATUS = "00" OR RCN-STATUS = "02"
               ADD 1 TO MATCH-COUNT
           ELSE
               MOVE RCN-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "RCNFILE WRITE FAILED: " RCN-STATUS
                   " - " WS-FH-TEXT " KEY " IDX-KEY
               MOVE " " TO WS-BANK-STATE(WS-BANK-FOUND)
               MOVE 8 TO RETURN-CODE
           END-IF.

       VALIDATE-CHK-DATE.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-CHK-DATE IS NOT NUMERIC
               MOVE "N" TO WS-DATE-OK
           ELSE
               MOVE WS-CHK-DATE(1:4) TO WS-DATE-YYYY
               MOVE WS-CHK-DATE(5:2) TO WS-DATE-MM
               MOVE WS-CHK-DATE(7:2) TO WS-DATE-DD
               IF WS-DATE-YYYY < 1900 OR WS-DATE-YYYY > 2099
                       OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   MOVE "N" TO WS-DATE-OK
               ELSE
                   PERFORM SET-DAYS-IN-MONTH
                   IF WS-DATE-DD < 1
                           OR WS-DATE-DD > WS-DAYS-IN-MONTH
                       MOVE "N" TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-DATE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD(WS-DATE-YYYY 4) = 0
                           AND (FUNCTION MOD(WS-DATE-YYYY 100) NOT = 0
                               OR FUNCTION MOD(WS-DATE-YYYY 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       WRITE-OUR-UNMATCHED-LINE.
           ADD 1 TO OUR-UNMATCHED-COUNT.
           IF WS-LINES-ON-PAGE >= WS-PAGE-SIZE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE IDX-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AGE TO WS-AGE-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING IDX-ACCOUNT " " IDX-TRANS-DATE " " IDX-SEQ-NO " "
                   WS-AMOUNT-EDIT " " WS-AGE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       WRITE-BANK-UNMATCHED-LINE.
           ADD 1 TO BANK-UNMATCHED-COUNT.
           IF WS-LINES-ON-PAGE >= WS-PAGE-SIZE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           COMPUTE WS-AGE = WS-RUN-DAY-NO - WS-BANK-DAY-NO(WS-BANK-SUB).
           MOVE WS-BANK-AMOUNT(WS-BANK-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-AGE TO WS-AGE-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING WS-BANK-ACCOUNT(WS-BANK-SUB) " "
                   WS-BANK-VALUE-DATE(WS-BANK-SUB) " "
                   WS-AMOUNT-EDIT " "
                   WS-BANK-REF(WS-BANK-SUB) " "
                   WS-AGE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       WRITE-NEAR-MATCH-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-SIZE - 1
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-NEAR-IDX-KEY(WS-NEAR-SUB) TO WS-NEAR-KEY-VIEW.
           MOVE WS-NEAR-BANK-SUB(WS-NEAR-SUB) TO WS-BANK-SUB.
           COMPUTE WS-DIFF = WS-BANK-AMOUNT(WS-BANK-SUB)
               - WS-NEAR-IDX-AMOUNT(WS-NEAR-SUB).
           MOVE WS-NEAR-IDX-AMOUNT(WS-NEAR-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-BANK-AMOUNT(WS-BANK-SUB) TO WS-BANK-EDIT.
           MOVE WS-DIFF TO WS-DIFF-EDIT.
           MOVE WS-NEAR-IDX-AGE(WS-NEAR-SUB) TO WS-AGE-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING WS-NEAR-KEY-ACCOUNT " " WS-NEAR-KEY-DATE " "
                   WS-NEAR-KEY-SEQ " " WS-AMOUNT-EDIT " "
                   WS-BANK-EDIT " " WS-DIFF-EDIT " " WS-AGE-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "           " WS-BANK-VALUE-DATE(WS-BANK-SUB)
                   " BANK REF " WS-BANK-REF(WS-BANK-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 2 TO WS-LINES-ON-PAGE.

       WRITE-CARRY-FORWARD.
           OPEN OUTPUT CRYFILE.
           IF CRY-STATUS NOT = "00"
               MOVE CRY-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "CARRY FILE OPEN FAILED: " CRY-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                       UNTIL WS-BANK-SUB > WS-BANK-COUNT
                   IF WS-BANK-STATE(WS-BANK-SUB) NOT = "M"
                       MOVE SPACES TO CRY-REC
                       MOVE WS-BANK-ACCOUNT(WS-BANK-SUB) TO CRY-ACCOUNT
                       MOVE WS-BANK-VALUE-DATE(WS-BANK-SUB)
                           TO CRY-VALUE-DATE
                       MOVE WS-BANK-AMOUNT(WS-BANK-SUB) TO CRY-AMOUNT
                       MOVE WS-BANK-REF(WS-BANK-SUB) TO CRY-BANK-REF
                       MOVE WS-BANK-FIRST-SEEN(WS-BANK-SUB)
                           TO CRY-FIRST-SEEN
                       WRITE CRY-REC
                       ADD 1 TO CARRIED-COUNT
                   END-IF
               END-PERFORM
               CLOSE CRYFILE
           END-IF.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BANK SETTLEMENT RECONCILIATION - RUN DATE "
                   WS-RUN-DATE "   PAGE: " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DATE TOLERANCE: " WS-TOLERANCE " DAY(S)   "
                   "ITEMS FROM: " WS-FROM-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SECTION-TITLE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COLUMN-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RECONCILIATION TOTALS" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SETTLEMENT LINES READ  : " STL-READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CARRIED IN             : " CRY-READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SETTLEMENT REJECTED    : " REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DUPLICATE BANK REFS    : " DUP-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ALREADY RECONCILED     : " ALREADY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OPEN IDXFILE ITEMS     : " IDX-READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MATCHED TODAY          : " MATCH-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OURS - NO BANK MATCH   : " OUR-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BANK - NO IDXFILE MATCH: " BANK-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NEAR MATCHES           : " NEAR-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           IF NEAR-COUNT > WS-NEAR-MAX
               MOVE SPACES TO RPT-LINE
               STRING "  (ONLY FIRST " WS-NEAR-MAX " LISTED)"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "BANK ITEMS CARRIED OUT : " CARRIED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       COPY STATDECP.
