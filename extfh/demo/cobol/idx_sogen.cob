       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-SOGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOFILE ASSIGN DYNAMIC WS-SOFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS SO-STATUS.
           SELECT MSTFILE ASSIGN DYNAMIC WS-MSTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS MST-STATUS.
           SELECT PENDFILE ASSIGN DYNAMIC WS-PENDFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS PND-STATUS.
           SELECT IDXFILE ASSIGN DYNAMIC WS-IDXFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS IDX-STATUS.
           SELECT RPTFILE ASSIGN DYNAMIC WS-RPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOFILE.
       01  SO-REC.
           COPY SORDREC.
       FD  MSTFILE.
       01  ACCT-REC.
           COPY ACCTREC.
       FD  PENDFILE.
       01  PND-REC.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==PND==.
       FD  IDXFILE.
       01  IDX-REC.
           COPY IDXREC.
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-SOFILE-NAME           PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-PENDFILE-NAME         PIC X(256).
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  SO-STATUS                PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  PND-STATUS               PIC 9(02) VALUE 0.
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  WS-IDX-AVAIL             PIC X VALUE "N".
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  DUE-COUNT                PIC 9(8) VALUE 0.
       01  CREATED-COUNT            PIC 9(8) VALUE 0.
       01  CLOSED-COUNT             PIC 9(8) VALUE 0.
       01  FROZEN-COUNT             PIC 9(8) VALUE 0.
       01  ALREADY-COUNT            PIC 9(8) VALUE 0.
       01  REJECT-COUNT             PIC 9(8) VALUE 0.
       01  SKIP-COUNT               PIC 9(8) VALUE 0.
       01  WS-RUN-DATE              PIC X(08).
       01  WS-SO-SOURCE             PIC X(02) VALUE "SO".
       01  WS-BASE-CURRENCY         PIC X(03) VALUE "USD".
       01  WS-DUE                   PIC X VALUE "N".
       01  WS-RESULT                PIC X(40).
       01  WS-SCAN-DONE             PIC X VALUE "N".
       01  WS-LAST-SEQ              PIC 9(04) VALUE 0.
       01  WS-RUN-DAY-NO            PIC 9(7) VALUE 0.
       01  WS-START-DAY-NO          PIC 9(7) VALUE 0.
       01  WS-DAY-DIFF              PIC 9(7) VALUE 0.
       01  WS-MONTH-DIFF            PIC S9(5) VALUE 0.
       01  WS-CHK-DATE-NUM          PIC 9(8) VALUE 0.
       01  WS-DATE-YYYY             PIC 9(4) VALUE 0.
       01  WS-DATE-MM               PIC 9(2) VALUE 0.
       01  WS-DATE-DD               PIC 9(2) VALUE 0.
       01  WS-DAYS-IN-MONTH         PIC 9(2) VALUE 0.
       01  WS-START-YYYY            PIC 9(4) VALUE 0.
       01  WS-START-MM              PIC 9(2) VALUE 0.
       01  WS-TOTAL-CREATED         PIC S9(13)V99 VALUE 0.
       01  WS-AMOUNT-EDIT           PIC -(8)9.99.
       01  WS-TOTAL-EDIT            PIC -(13)9.99.
       01  WS-LINES-ON-PAGE         PIC 9(4) VALUE 0.
       01  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       01  WS-PAGE-SIZE             PIC 9(4) VALUE 40.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-SOGEN START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE WS-START-TS(1:8) TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "IDXSOG_RUN_DATE".
           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE IS NOT NUMERIC
               MOVE WS-START-TS(1:8) TO WS-RUN-DATE
           END-IF.

           ACCEPT WS-BASE-CURRENCY FROM ENVIRONMENT "BASE_CURRENCY".
           IF WS-BASE-CURRENCY = SPACES
               MOVE "USD" TO WS-BASE-CURRENCY
           END-IF.

           MOVE "SORDFILE" TO WS-SOFILE-NAME.
           ACCEPT WS-SOFILE-NAME FROM ENVIRONMENT "IDXSOG_SORDFILE".
           IF WS-SOFILE-NAME = SPACES
               MOVE "SORDFILE" TO WS-SOFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXSOG_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "PENDFILE" TO WS-PENDFILE-NAME.
           ACCEPT WS-PENDFILE-NAME FROM ENVIRONMENT "IDXSOG_PENDFILE".
           IF WS-PENDFILE-NAME = SPACES
               MOVE "PENDFILE" TO WS-PENDFILE-NAME
           END-IF.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXSOG_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "idx_sogen.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXSOG_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_sogen.rpt" TO WS-RPTFILE-NAME
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

           OPEN I-O SOFILE.
           IF SO-STATUS = "35"
               DISPLAY "NO STANDING ORDER FILE - NOTHING TO GENERATE"
               PERFORM WRITE-PAGE-HEADER
               PERFORM WRITE-REPORT-FOOTER
               CLOSE RPTFILE
               MOVE FUNCTION CURRENT-DATE TO WS-END-TS
               PERFORM WRITE-RUN-HISTORY
               DISPLAY "IDX-SOGEN DONE"
               STOP RUN
           END-IF.
           IF SO-STATUS NOT = "00"
               MOVE SO-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "SORDFILE OPEN FAILED: " SO-STATUS
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               STOP RUN
           END-IF.

           OPEN INPUT IDXFILE.
           EVALUATE TRUE
               WHEN IDX-STATUS = "00"
                   MOVE "Y" TO WS-IDX-AVAIL
               WHEN IDX-STATUS = "35"
                   DISPLAY "NO IDXFILE - SEQUENCES FROM PENDFILE ONLY"
               WHEN OTHER
                   MOVE IDX-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "IDXFILE OPEN FAILED: " IDX-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           DISPLAY "GENERATING STANDING ORDERS DUE " WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-CHK-DATE-NUM.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-CHK-DATE-NUM).
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY.
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM.
           MOVE WS-RUN-DATE(7:2) TO WS-DATE-DD.
           PERFORM SET-DAYS-IN-MONTH.

           PERFORM WRITE-PAGE-HEADER.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SOFILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM CHECK-ORDER-DUE
                       IF WS-DUE = "Y"
                           ADD 1 TO DUE-COUNT
                           PERFORM GENERATE-ORDER
                       END-IF
               END-READ
               IF SO-STATUS NOT = "00" AND SO-STATUS NOT = "10"
                   MOVE SO-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "SORDFILE READ FAILED: " SO-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

           PERFORM WRITE-REPORT-FOOTER.
           CLOSE SOFILE MSTFILE PENDFILE RPTFILE.
           IF WS-IDX-AVAIL = "Y"
               CLOSE IDXFILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0 AND SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-SOGEN DONE - " CREATED-COUNT " CREATED, "
               SKIP-COUNT " SKIPPED".
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
               MOVE "IDX-SOGEN" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE CREATED-COUNT TO RUNH-WRITE-COUNT
               MOVE SKIP-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       CHECK-ORDER-DUE.
           MOVE "N" TO WS-DUE.
           IF SO-START-DATE IS NUMERIC
                   AND SO-START-DATE NOT > WS-RUN-DATE
                   AND (SO-END-DATE = SPACES
                       OR SO-END-DATE NOT < WS-RUN-DATE)
               PERFORM CHECK-FREQUENCY-DUE
           END-IF.

       CHECK-FREQUENCY-DUE.
           EVALUATE SO-FREQUENCY
               WHEN "W"
                   MOVE SO-START-DATE TO WS-CHK-DATE-NUM
                   COMPUTE WS-START-DAY-NO =
                       FUNCTION INTEGER-OF-DATE(WS-CHK-DATE-NUM)
                   COMPUTE WS-DAY-DIFF =
                       WS-RUN-DAY-NO - WS-START-DAY-NO
                   IF FUNCTION MOD(WS-DAY-DIFF 7) = 0
                       MOVE "Y" TO WS-DUE
                   END-IF
               WHEN "M"
                   PERFORM CHECK-DAY-OF-MONTH
               WHEN "Q"
                   PERFORM CHECK-DAY-OF-MONTH
                   IF WS-DUE = "Y"
                       MOVE SO-START-DATE(1:4) TO WS-START-YYYY
                       MOVE SO-START-DATE(5:2) TO WS-START-MM
                       COMPUTE WS-MONTH-DIFF =
                           (WS-DATE-YYYY * 12 + WS-DATE-MM)
                           - (WS-START-YYYY * 12 + WS-START-MM)
                       IF FUNCTION MOD(WS-MONTH-DIFF 3) NOT = 0
                           MOVE "N" TO WS-DUE
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-DAY-OF-MONTH.
           IF WS-DATE-DD = SO-DAY
               MOVE "Y" TO WS-DUE
           END-IF.
           IF SO-DAY > WS-DAYS-IN-MONTH
                   AND WS-DATE-DD = WS-DAYS-IN-MONTH
               MOVE "Y" TO WS-DUE
           END-IF.

       GENERATE-ORDER.
           MOVE SPACES TO WS-RESULT.
           IF SO-LAST-GEN-DATE = WS-RUN-DATE
               ADD 1 TO ALREADY-COUNT
               MOVE "ALREADY GENERATED FOR THIS DATE" TO WS-RESULT
           ELSE
               MOVE SO-ACCOUNT TO ACCT-NUMBER
               READ MSTFILE RECORD KEY IS ACCT-KEY
                   INVALID KEY
                       MOVE "SKIPPED - ACCOUNT NOT ON MASTER FILE"
                           TO WS-RESULT
               END-READ
           END-IF.
           IF WS-RESULT = SPACES AND ACCT-STATUS-FLAG = "C"
               ADD 1 TO CLOSED-COUNT
               MOVE "SKIPPED - ACCOUNT CLOSED" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES AND ACCT-STATUS-FLAG = "F"
               ADD 1 TO FROZEN-COUNT
               MOVE "SKIPPED - ACCOUNT FROZEN" TO WS-RESULT
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM FIND-NEXT-SEQ
               IF WS-LAST-SEQ NOT < 9999
                   MOVE "SKIPPED - NO SEQUENCE NUMBER FREE"
                       TO WS-RESULT
               ELSE
                   PERFORM WRITE-PENDING-ITEM
               END-IF
           END-IF.
           IF WS-RESULT(1:7) = "SKIPPED"
               ADD 1 TO SKIP-COUNT
           END-IF.
           PERFORM WRITE-REGISTER-LINE.

       FIND-NEXT-SEQ.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE "N" TO WS-SCAN-DONE.
           MOVE SO-ACCOUNT TO PND-ACCOUNT.
           MOVE WS-RUN-DATE TO PND-TRANS-DATE.
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
                       OR PND-ACCOUNT NOT = SO-ACCOUNT
                       OR PND-TRANS-DATE NOT = WS-RUN-DATE
                   MOVE "Y" TO WS-SCAN-DONE
               ELSE
                   MOVE PND-SEQ-NO TO WS-LAST-SEQ
               END-IF
           END-PERFORM.
           IF WS-IDX-AVAIL = "Y"
               MOVE "N" TO WS-SCAN-DONE
               MOVE SO-ACCOUNT TO IDX-ACCOUNT
               MOVE WS-RUN-DATE TO IDX-TRANS-DATE
               MOVE 0 TO IDX-SEQ-NO
               START IDXFILE KEY IS NOT LESS THAN IDX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = "Y"
                   READ IDXFILE NEXT
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE
                   END-READ
                   IF IDX-STATUS NOT = "00"
                           OR IDX-ACCOUNT NOT = SO-ACCOUNT
                           OR IDX-TRANS-DATE NOT = WS-RUN-DATE
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       IF IDX-SEQ-NO > WS-LAST-SEQ
                           MOVE IDX-SEQ-NO TO WS-LAST-SEQ
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-PENDING-ITEM.
           MOVE SPACES TO PND-REC.
           MOVE SO-ACCOUNT TO PND-ACCOUNT.
           MOVE WS-RUN-DATE TO PND-TRANS-DATE.
           COMPUTE PND-SEQ-NO = WS-LAST-SEQ + 1.
           MOVE SO-AMOUNT TO PND-AMOUNT.
           MOVE SO-STATUS-CODE TO PND-STATUS-CODE.
           MOVE SO-DESCRIPTION TO PND-DESCRIPTION.
           MOVE SO-CURRENCY TO PND-CURRENCY.
           IF PND-CURRENCY = SPACES
               MOVE ACCT-CURRENCY TO PND-CURRENCY
           END-IF.
           IF PND-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO PND-CURRENCY
           END-IF.
           MOVE WS-SO-SOURCE TO PND-SOURCE.
           WRITE PND-REC.
           IF PND-STATUS = "00"
               ADD 1 TO CREATED-COUNT
               ADD SO-AMOUNT TO WS-TOTAL-CREATED
               MOVE SPACES TO WS-RESULT
               STRING "CREATED " PND-TRANS-DATE " SEQ " PND-SEQ-NO
                   DELIMITED BY SIZE INTO WS-RESULT
               MOVE WS-RUN-DATE TO SO-LAST-GEN-DATE
               ADD 1 TO SO-GEN-COUNT
               REWRITE SO-REC
               IF SO-STATUS NOT = "00"
                   MOVE SO-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "SORDFILE REWRITE FAILED: " SO-STATUS
                       " - " WS-FH-TEXT " ORDER " SO-KEY
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNT
               MOVE SPACES TO WS-RESULT
               STRING "SKIPPED - PEND FAILED STATUS " PND-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT
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

       WRITE-REGISTER-LINE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-SIZE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE SO-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING SO-ACCOUNT " " SO-ORDER-NO " " SO-FREQUENCY " "
                   WS-AMOUNT-EDIT " " SO-STATUS-CODE " " WS-RESULT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "STANDING ORDER REGISTER - DUE DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE/TIME: " WS-START-TS
                   "   PAGE: " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT    ORDR F       AMOUNT CD RESULT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "---------- ---- - ------------ -- "
                   "----------------------------------------"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE 0 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "INSTRUCTIONS READ : " READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DUE TODAY         : " DUE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ITEMS CREATED     : " CREATED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SKIPPED - CLOSED  : " CLOSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SKIPPED - FROZEN  : " FROZEN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "SKIPPED - TOTAL   : " SKIP-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ALREADY GENERATED : " ALREADY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-TOTAL-CREATED TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL CREATED     : " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       COPY STATDECP.
