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
           SELECT SORTFILE ASSIGN TO "lsidx.srt".
           SELECT PCTLFILE ASSIGN DYNAMIC WS-PCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCTL-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.
           SELECT LOKFILE ASSIGN DYNAMIC WS-LOKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOK-STATUS.
           SELECT SCRFILE ASSIGN DYNAMIC WS-SCRFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCR-STATUS.
           SELECT REVFILE ASSIGN DYNAMIC WS-REVFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS REV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-IDX-IMAGE.
               10 SORT-TRANS-DATE   PIC X(08).
               10 FILLER            PIC X(88).
           05 SORT-SOURCE-LINE      PIC X(101).
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
       FD  SCRFILE.
       01  SCR-REC.
           COPY SCRRULE.
       FD  REVFILE.
       01  REV-REC.
           COPY REVREC.

       WORKING-STORAGE SECTION.
       01  WS-LOKFILE-NAME          PIC X(256).
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  WRITE-COUNT              PIC 9(8) VALUE 0.
       01  REJECT-COUNT             PIC 9(8) VALUE 0.
       01  LIMIT-COUNT              PIC 9(8) VALUE 0.
       01  INVALID-COUNT            PIC 9(8) VALUE 0.
       01  SKIP-COUNT               PIC 9(8) VALUE 0.
       01  NON-MTD-COUNT            PIC 9(8) VALUE 0.
       01  WS-KEY-VALID             PIC X VALUE "Y".
       01  WS-VAL-REASON            PIC X(40).
       01  WS-BLANK-COUNT           PIC 9(4) VALUE 0.
       01  WS-CSV-AMT               PIC X(16).
       01  WS-CSV-DATE              PIC X(8).
       01  WS-CSV-STAT              PIC X(2).
       01  WS-CSV-DESC              PIC X(66).
       01  WS-CSV-TLR-TAG           PIC X(4).
       01  WS-CSV-TLR-CNT           PIC X(16).
       01  WS-CSV-TLR-HASH          PIC X(16).
       01  WS-SRC-WRIT-EDIT         PIC ZZZZZZZ9.
       01  WS-SRC-REJ-EDIT          PIC ZZZZZZZ9.
       01  WS-SRC-INV-EDIT          PIC ZZZZZZZ9.
       01  WS-SCRFILE-NAME          PIC X(256).
       01  SCR-STATUS               PIC 9(02) VALUE 0.
       01  WS-REVFILE-NAME          PIC X(256).
       01  REV-STATUS               PIC 9(02) VALUE 0.
       01  WS-SCR-ACTIVE            PIC X VALUE "N".
       01  WS-SCR-EOF               PIC X VALUE "N".
       01  WS-SCR-MAX-COUNT         PIC 9(09) VALUE 0.
       01  WS-SCR-MAX-TOTAL         PIC 9(09)V99 VALUE 0.
       01  WS-SCR-CODE-COUNT        PIC 9(4) VALUE 0.
       01  WS-SCR-SUB               PIC 9(4) VALUE 0.
       01  WS-SCR-CODE-TABLE.
           05 WS-SCR-CODE-ENTRY OCCURS 100.
               10 WS-SCR-CODE       PIC X(02).
               10 WS-SCR-CODE-LIMIT PIC 9(09)V99.
       01  WS-SCR-BAD-COUNT         PIC 9(4) VALUE 0.
       01  WS-SCR-ITEM-LIMIT        PIC 9(09)V99 VALUE 0.
       01  WS-SCR-ACCOUNT           PIC X(10) VALUE LOW-VALUES.
       01  WS-SCR-DATE              PIC X(08) VALUE LOW-VALUES.
       01  WS-SCR-GROUP-COUNT       PIC 9(09) VALUE 0.
       01  WS-SCR-GROUP-TOTAL       PIC S9(13)V99 VALUE 0.
       01  WS-SCR-ABS-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-SCR-OK                PIC X VALUE "Y".
       01  WS-SCR-RULE              PIC X(03).
       01  WS-SCR-REASON            PIC X(40).
       01  WS-SCR-HISTORY           PIC X VALUE SPACE.
       01  WS-SCR-SCAN-DONE         PIC X VALUE "N".
       01  WS-SCR-LIMIT-EDIT        PIC Z(8)9.99.
       01  WS-SCR-COUNT-EDIT        PIC Z(8)9.
       01  WS-REV-TRIES             PIC 9(04) VALUE 0.
       01  WS-REV-IMAGE             PIC X(106).
       01  WS-REV-ITEM REDEFINES WS-REV-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==RVI==.
       01  SCR-QUEUED-COUNT         PIC 9(8) VALUE 0.
       01  SCR-CNT-COUNT            PIC 9(8) VALUE 0.
       01  SCR-TOT-COUNT            PIC 9(8) VALUE 0.
       01  SCR-AMT-COUNT            PIC 9(8) VALUE 0.
       01  SCR-HELD-COUNT           PIC 9(8) VALUE 0.
       01  SCR-RELEASED-COUNT       PIC 9(8) VALUE 0.
       01  SCR-REFUSED-COUNT        PIC 9(8) VALUE 0.
           COPY STATCODE.
           COPY CRLIMIT.
           COPY HLDREG.
           COPY PRDCHK.
           COPY FXCONV.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "screen_rules.txt" TO WS-SCRFILE-NAME.
           ACCEPT WS-SCRFILE-NAME FROM ENVIRONMENT "LSIDX_SCREENFILE".
           IF WS-SCRFILE-NAME = SPACES
               MOVE "screen_rules.txt" TO WS-SCRFILE-NAME
           END-IF.

           MOVE "REVFILE" TO WS-REVFILE-NAME.
           ACCEPT WS-REVFILE-NAME FROM ENVIRONMENT "REVQUEUE_FILE".
           IF WS-REVFILE-NAME = SPACES
               MOVE "REVFILE" TO WS-REVFILE-NAME
           END-IF.

           PERFORM LOAD-STATUS-CODES.
           PERFORM LOAD-SCREEN-RULES.

           OPEN INPUT MSTFILE.
           IF MST-STATUS NOT = "00"

           PERFORM CHECK-FOR-CHECKPOINT.

           PERFORM LOAD-PERIOD-CONTROL.
           PERFORM LOAD-FX-RATES.
           PERFORM ACQUIRE-IDX-LOCK.

           IF WS-RESTART-MODE = "Y"
               STOP RUN
           END-IF.

           PERFORM OPEN-HOLD-REGISTER.

           IF WS-SCR-ACTIVE = "Y"
               OPEN I-O REVFILE
               IF REV-STATUS = "35"
                   OPEN OUTPUT REVFILE
                   IF REV-STATUS = "00"
                       CLOSE REVFILE
                       OPEN I-O REVFILE
                   END-IF
               END-IF
               IF REV-STATUS NOT = "00"
                   MOVE REV-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "REVFILE OPEN FAILED: " REV-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-IDX-LOCK
                   STOP RUN
               END-IF
           END-IF.

           PERFORM OPEN-JOURNAL-GENERATION.

           IF WS-RESTART-MODE NOT = "Y"

           CLOSE IDXFILE REJFILE VALFILE JRNFILE MTDFILE
               MSTFILE BALFILE.
           PERFORM CLOSE-HOLD-REGISTER.
           IF WS-SCR-ACTIVE = "Y"
               CLOSE REVFILE
           END-IF.
           PERFORM WRITE-JOURNAL-CONTROL.
           PERFORM RELEASE-IDX-LOCK.
           IF WS-CLEAN-EOF = "Y"
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           PERFORM WRITE-CONTROL-REPORT THRU END-CONTROL-REPORT.
           IF RETURN-CODE = 0
                   AND (REJECT-COUNT > 0 OR INVALID-COUNT > 0
                       OR SCR-QUEUED-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
                               AND IDX-KEY NOT > WS-CHECKPOINT-KEY
                           ADD 1 TO SKIP-COUNT
                       ELSE
                           PERFORM CONVERT-IDX-AMOUNT
                           PERFORM SCREEN-RECORD
                           IF WS-SCR-OK = "N"
                               PERFORM DIVERT-TO-REVIEW
                           ELSE
                               PERFORM LOAD-SCREENED-RECORD
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

       LOAD-SCREENED-RECORD.
           MOVE IDX-ACCOUNT TO WS-CRL-ACCOUNT.
           MOVE WS-FX-BASE-AMOUNT TO WS-CRL-DELTA.
           PERFORM CHECK-CREDIT-LIMIT.
           IF WS-CRL-OK = "N"
               PERFORM WRITE-LIMIT-REJECT
           ELSE
               WRITE IDX-REC
               PERFORM CHECK-WRITE-STATUS
               PERFORM MAYBE-WRITE-CHECKPOINT
           END-IF.

       SCREEN-RECORD.
           MOVE "Y" TO WS-SCR-OK.
           MOVE SPACES TO WS-SCR-RULE.
           MOVE SPACES TO WS-SCR-REASON.
           MOVE SPACE TO WS-SCR-HISTORY.
           IF IDX-ACCOUNT NOT = WS-SCR-ACCOUNT
                   OR IDX-TRANS-DATE NOT = WS-SCR-DATE
               MOVE IDX-ACCOUNT TO WS-SCR-ACCOUNT
               MOVE IDX-TRANS-DATE TO WS-SCR-DATE
               MOVE 0 TO WS-SCR-GROUP-COUNT
               MOVE 0 TO WS-SCR-GROUP-TOTAL
           END-IF.
           IF WS-FX-BASE-AMOUNT < 0
               COMPUTE WS-SCR-ABS-AMOUNT = 0 - WS-FX-BASE-AMOUNT
           ELSE
               MOVE WS-FX-BASE-AMOUNT TO WS-SCR-ABS-AMOUNT
           END-IF.
           IF WS-SCR-ACTIVE = "Y"
               PERFORM FIND-SCREEN-CODE-LIMIT
               IF WS-SCR-ITEM-LIMIT > 0
                       AND WS-SCR-ABS-AMOUNT > WS-SCR-ITEM-LIMIT
                   MOVE "N" TO WS-SCR-OK
                   MOVE "AMT" TO WS-SCR-RULE
                   MOVE WS-SCR-ITEM-LIMIT TO WS-SCR-LIMIT-EDIT
                   STRING "SINGLE ITEM OVER "
                           FUNCTION TRIM(WS-SCR-LIMIT-EDIT)
                           " FOR CODE " IDX-STATUS-CODE
                       DELIMITED BY SIZE INTO WS-SCR-REASON
               END-IF
               IF WS-SCR-OK = "Y" AND WS-SCR-MAX-COUNT > 0
                       AND WS-SCR-GROUP-COUNT >= WS-SCR-MAX-COUNT
                   MOVE "N" TO WS-SCR-OK
                   MOVE "CNT" TO WS-SCR-RULE
                   MOVE WS-SCR-MAX-COUNT TO WS-SCR-COUNT-EDIT
                   STRING "DAILY COUNT OVER "
                           FUNCTION TRIM(WS-SCR-COUNT-EDIT)
                       DELIMITED BY SIZE INTO WS-SCR-REASON
               END-IF
               IF WS-SCR-OK = "Y" AND WS-SCR-MAX-TOTAL > 0
                       AND WS-SCR-GROUP-TOTAL + WS-SCR-ABS-AMOUNT
                           > WS-SCR-MAX-TOTAL
                   MOVE "N" TO WS-SCR-OK
                   MOVE "TOT" TO WS-SCR-RULE
                   MOVE WS-SCR-MAX-TOTAL TO WS-SCR-LIMIT-EDIT
                   STRING "DAILY TOTAL OVER "
                           FUNCTION TRIM(WS-SCR-LIMIT-EDIT)
                       DELIMITED BY SIZE INTO WS-SCR-REASON
               END-IF
               IF WS-SCR-OK = "N"
                   PERFORM CHECK-REVIEW-HISTORY
                   IF WS-SCR-HISTORY = "A"
                       MOVE "Y" TO WS-SCR-OK
                       ADD 1 TO SCR-RELEASED-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-SCR-OK = "Y"
               ADD 1 TO WS-SCR-GROUP-COUNT
               ADD WS-SCR-ABS-AMOUNT TO WS-SCR-GROUP-TOTAL
           END-IF.

       FIND-SCREEN-CODE-LIMIT.
           MOVE 0 TO WS-SCR-ITEM-LIMIT.
           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > WS-SCR-CODE-COUNT
               IF WS-SCR-CODE(WS-SCR-SUB) = IDX-STATUS-CODE
                   MOVE WS-SCR-CODE-LIMIT(WS-SCR-SUB)
                       TO WS-SCR-ITEM-LIMIT
               END-IF
           END-PERFORM.
           IF WS-SCR-ITEM-LIMIT = 0
               PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                       UNTIL WS-SCR-SUB > WS-SCR-CODE-COUNT
                   IF WS-SCR-CODE(WS-SCR-SUB) = "**"
                       MOVE WS-SCR-CODE-LIMIT(WS-SCR-SUB)
                           TO WS-SCR-ITEM-LIMIT
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-REVIEW-HISTORY.
           MOVE SPACE TO WS-SCR-HISTORY.
           MOVE "N" TO WS-SCR-SCAN-DONE.
           MOVE IDX-ACCOUNT TO REV-ACCOUNT.
           MOVE IDX-TRANS-DATE TO REV-TRANS-DATE.
           MOVE 0 TO REV-SEQ-NO.
           START REVFILE KEY IS NOT LESS THAN REV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCR-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCR-SCAN-DONE = "Y"
               READ REVFILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCR-SCAN-DONE
               END-READ
               IF WS-SCR-SCAN-DONE = "N"
                   IF REV-STATUS NOT = "00"
                           OR REV-ACCOUNT NOT = IDX-ACCOUNT
                           OR REV-TRANS-DATE NOT = IDX-TRANS-DATE
                       MOVE "Y" TO WS-SCR-SCAN-DONE
                   ELSE
                       MOVE REV-ITEM-IMAGE TO WS-REV-IMAGE
                       IF RVI-AMOUNT = IDX-AMOUNT
                               AND RVI-STATUS-CODE = IDX-STATUS-CODE
                               AND RVI-DESCRIPTION = IDX-DESCRIPTION
                               AND RVI-CURRENCY = IDX-CURRENCY
                           MOVE REV-STATE TO WS-SCR-HISTORY
                           MOVE "Y" TO WS-SCR-SCAN-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DIVERT-TO-REVIEW.
           IF IDX-SOURCE IS NUMERIC
               MOVE IDX-SOURCE TO WS-SRC-IDX
           ELSE
               MOVE 0 TO WS-SRC-IDX
           END-IF.
           IF WS-SRC-IDX > WS-SRC-COUNT
               MOVE 0 TO WS-SRC-IDX
           END-IF.
           EVALUATE WS-SCR-HISTORY
               WHEN "P"
                   ADD 1 TO SCR-HELD-COUNT
               WHEN "R"
                   ADD 1 TO SCR-REFUSED-COUNT
                   ADD 1 TO REJECT-COUNT
                   IF WS-SRC-IDX > 0
                       ADD 1 TO WS-SRC-REJECTED(WS-SRC-IDX)
                   END-IF
                   MOVE WS-CURRENT-LINE TO REJ-LINE
                   MOVE SPACES TO REJ-REASON
                   STRING "REJECTED AT REVIEW - " REV-REASON
                       DELIMITED BY SIZE INTO REJ-REASON
                   WRITE REJ-REC
               WHEN OTHER
                   PERFORM QUEUE-FOR-REVIEW
           END-EVALUATE.

       QUEUE-FOR-REVIEW.
           MOVE SPACES TO REV-REC.
           MOVE IDX-KEY TO REV-KEY.
           MOVE "P" TO REV-STATE.
           MOVE WS-SCR-RULE TO REV-RULE.
           MOVE WS-SCR-REASON TO REV-REASON.
           MOVE FUNCTION CURRENT-DATE TO REV-QUEUED-TS.
           MOVE IDX-REC TO REV-ITEM-IMAGE.
           MOVE WS-CURRENT-LINE TO REV-SOURCE-LINE.
           MOVE 0 TO WS-REV-TRIES.
           PERFORM WITH TEST AFTER
                   UNTIL REV-STATUS NOT = "22" OR WS-REV-TRIES > 99
               IF WS-REV-TRIES > 0
                   ADD 1 TO REV-SEQ-NO
               END-IF
               ADD 1 TO WS-REV-TRIES
               WRITE REV-REC
           END-PERFORM.
           IF REV-STATUS = "00"
               ADD 1 TO SCR-QUEUED-COUNT
               EVALUATE WS-SCR-RULE
                   WHEN "CNT"
                       ADD 1 TO SCR-CNT-COUNT
                   WHEN "TOT"
                       ADD 1 TO SCR-TOT-COUNT
                   WHEN OTHER
                       ADD 1 TO SCR-AMT-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO REJECT-COUNT
               IF WS-SRC-IDX > 0
                   ADD 1 TO WS-SRC-REJECTED(WS-SRC-IDX)
               END-IF
               MOVE WS-CURRENT-LINE TO REJ-LINE
               MOVE REV-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               MOVE SPACES TO REJ-REASON
               STRING "REVIEW QUEUE WRITE FAILED STATUS " REV-STATUS
                       " - " WS-FH-TEXT
                   DELIMITED BY SIZE INTO REJ-REASON
               WRITE REJ-REC
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCESS-DATA-RECORD.
           PERFORM PARSE-IN-REC-TO-IDX.
           MOVE WS-SRC-SUB TO WS-SOURCE-ID.
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  OVER LIMIT    : " LIMIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RECORDS INVALID : " INVALID-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  NOT IN MTD    : " NON-MTD-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SRC      READ   WRITTEN  REJECTED   INVALID  FILE"
               TO RPT-LINE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SCREENING" TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-SCR-ACTIVE = "N"
               MOVE "  NO SCREENING RULES LOADED - SCREENING OFF"
                   TO RPT-LINE
               WRITE RPT-LINE
               CLOSE RPTFILE
               GO TO END-CONTROL-REPORT
           END-IF.
           MOVE WS-SCR-MAX-COUNT TO WS-SCR-COUNT-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "  MAX COUNT ACCT/DAY : " WS-SCR-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-SCR-MAX-TOTAL TO WS-SCR-LIMIT-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "  MAX TOTAL ACCT/DAY : " WS-SCR-LIMIT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > WS-SCR-CODE-COUNT
               MOVE WS-SCR-CODE-LIMIT(WS-SCR-SUB) TO WS-SCR-LIMIT-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "  MAX ITEM CODE " WS-SCR-CODE(WS-SCR-SUB)
                       "   : " WS-SCR-LIMIT-EDIT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           STRING "  QUEUED FOR REVIEW  : " SCR-QUEUED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "    DAILY COUNT      : " SCR-CNT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "    DAILY TOTAL      : " SCR-TOT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "    SINGLE AMOUNT    : " SCR-AMT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  STILL AWAITING     : " SCR-HELD-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  LOADED AS RELEASED : " SCR-RELEASED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  REJECTED AT REVIEW : " SCR-REFUSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           IF WS-SCR-BAD-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING "  RULES IGNORED      : " WS-SCR-BAD-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE RPTFILE.
       END-CONTROL-REPORT.
           EXIT.
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE IDX-REC TO JRN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-REC
               PERFORM CONVERT-IDX-AMOUNT
               MOVE IDX-TRANS-DATE TO WS-PRD-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PRD-OK = "Y"
                   PERFORM POST-MTD-TOTAL
               ELSE
                   ADD 1 TO NON-MTD-COUNT
               END-IF
               PERFORM POST-ACCOUNT-BALANCE
           ELSE
               IF WS-RESTART-MODE = "Y" AND IDX-STATUS = "22"
               END-IF
           END-IF.

       WRITE-LIMIT-REJECT.
           IF IDX-SOURCE IS NUMERIC
               MOVE IDX-SOURCE TO WS-SRC-IDX
           ELSE
               MOVE 0 TO WS-SRC-IDX
           END-IF.
           IF WS-SRC-IDX > WS-SRC-COUNT
               MOVE 0 TO WS-SRC-IDX
           END-IF.
           ADD 1 TO REJECT-COUNT.
           ADD 1 TO LIMIT-COUNT.
           IF WS-SRC-IDX > 0
               ADD 1 TO WS-SRC-REJECTED(WS-SRC-IDX)
           END-IF.
           MOVE WS-CURRENT-LINE TO REJ-LINE.
           MOVE WS-CRL-REASON TO REJ-REASON.
           WRITE REJ-REC.

       PARSE-IN-REC-TO-IDX.
           IF WS-FORMAT-CSV = "Y"
               PERFORM PARSE-CSV-REC
           END-IF.
           MOVE IN-REC(22:8) TO IDX-TRANS-DATE.
           MOVE IN-REC(30:2) TO IDX-STATUS-CODE.
           MOVE IN-REC(32:66) TO IDX-DESCRIPTION.
           MOVE IN-REC(98:3) TO IDX-CURRENCY.
           IF IN-REC(101:1) = "C" OR IN-REC(101:1) = "-"
               COMPUTE IDX-AMOUNT = 0 - IDX-AMOUNT
           END-IF.
           END-READ.
           IF MTD-STATUS = "00"
               ADD 1 TO MTD-COUNT
               ADD WS-FX-BASE-AMOUNT TO MTD-AMOUNT
               REWRITE MTD-REC
           ELSE
               MOVE 1 TO MTD-COUNT
               MOVE WS-FX-BASE-AMOUNT TO MTD-AMOUNT
               WRITE MTD-REC
           END-IF.
           IF MTD-STATUS NOT = "00"
           END-READ.
           IF BAL-STATUS = "00"
               ADD 1 TO BAL-TRANS-COUNT
               ADD WS-FX-BASE-AMOUNT TO BAL-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO BAL-LAST-UPD-TS
               REWRITE BAL-REC
           ELSE
               MOVE IDX-ACCOUNT TO BAL-ACCOUNT
               MOVE 1 TO BAL-TRANS-COUNT
               MOVE WS-FX-BASE-AMOUNT TO BAL-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO BAL-LAST-UPD-TS
               WRITE BAL-REC
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
           MOVE "LS-TO-IDX" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE SPACES TO JRN-OPERATOR-IDS.
           WRITE JRN-REC.
           IF JRN-STATUS NOT = "00"
               MOVE JRN-STATUS TO WS-FH-STATUS
           END-IF.
           DISPLAY "STATUS CODES LOADED: " WS-STAT-COUNT.

       LOAD-SCREEN-RULES.
           OPEN INPUT SCRFILE.
           EVALUATE TRUE
               WHEN SCR-STATUS = "35"
                   DISPLAY "NO SCREENING RULES FILE - SCREENING OFF"
               WHEN SCR-STATUS = "00"
                   PERFORM UNTIL WS-SCR-EOF = "Y"
                       READ SCRFILE NEXT
                           AT END
                               MOVE "Y" TO WS-SCR-EOF
                           NOT AT END
                               IF SCR-REC NOT = SPACES
                                       AND SCR-REC(1:1) NOT = "#"
                                   PERFORM STORE-SCREEN-RULE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SCRFILE
                   IF WS-SCR-MAX-COUNT > 0 OR WS-SCR-MAX-TOTAL > 0
                           OR WS-SCR-CODE-COUNT > 0
                       MOVE "Y" TO WS-SCR-ACTIVE
                   END-IF
                   DISPLAY "SCREENING RULES LOADED - MAX COUNT "
                       WS-SCR-MAX-COUNT " AMOUNT RULES "
                       WS-SCR-CODE-COUNT
               WHEN OTHER
                   MOVE SCR-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "SCREEN RULES OPEN FAILED: " SCR-STATUS
                       " - " WS-FH-TEXT
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-IDX-LOCK
                   STOP RUN
           END-EVALUATE.

       STORE-SCREEN-RULE.
           IF SCR-RULE-LIMIT IS NOT NUMERIC
               ADD 1 TO WS-SCR-BAD-COUNT
               DISPLAY "SCREENING RULE IGNORED: " SCR-REC
           ELSE
               EVALUATE SCR-RULE-TYPE
                   WHEN "CNT"
                       MOVE SCR-RULE-LIMIT TO WS-SCR-MAX-COUNT
                   WHEN "TOT"
                       MOVE SCR-RULE-LIMIT TO WS-SCR-MAX-TOTAL
                   WHEN "AMT"
                       IF WS-SCR-CODE-COUNT < 100
                           ADD 1 TO WS-SCR-CODE-COUNT
                           MOVE SCR-RULE-CODE
                               TO WS-SCR-CODE(WS-SCR-CODE-COUNT)
                           MOVE SCR-RULE-LIMIT
                               TO WS-SCR-CODE-LIMIT(WS-SCR-CODE-COUNT)
                       ELSE
                           ADD 1 TO WS-SCR-BAD-COUNT
                           DISPLAY "SCREENING RULE IGNORED: " SCR-REC
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-SCR-BAD-COUNT
                       DISPLAY "SCREENING RULE IGNORED: " SCR-REC
               END-EVALUATE
           END-IF.

       VALIDATE-IDX-REC.
           PERFORM LOOKUP-STATUS-CODE.
           IF WS-STAT-FOUND = "N"
               IF WS-KEY-VALID = "Y"
                   PERFORM CHECK-ACCOUNT-MASTER
               END-IF
               IF WS-KEY-VALID = "Y"
                   PERFORM CHECK-TRANS-CURRENCY
               END-IF
           END-IF.

       CHECK-TRANS-CURRENCY.
           IF IDX-CURRENCY = SPACES
               MOVE ACCT-CURRENCY TO IDX-CURRENCY
           END-IF.
           IF IDX-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO IDX-CURRENCY
           END-IF.
           PERFORM CONVERT-IDX-AMOUNT.
           IF WS-FX-OK = "N"
               MOVE "N" TO WS-KEY-VALID
               MOVE WS-FX-REASON TO WS-VAL-REASON
           END-IF.

       CONVERT-IDX-AMOUNT.
           MOVE IDX-CURRENCY TO WS-FX-CURRENCY.
           MOVE IDX-TRANS-DATE TO WS-FX-DATE.
           MOVE IDX-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.

       CHECK-ACCOUNT-MASTER.
           MOVE IDX-ACCOUNT TO ACCT-NUMBER.
           END-IF.

       COPY STATDECP.
       COPY CRLIMITP.
       COPY HLDREGP.
       COPY PRDCHKP.
       COPY FXCONVP.
