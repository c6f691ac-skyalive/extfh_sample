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
           SELECT APRFILE ASSIGN DYNAMIC WS-APRFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS APR-STATUS.
           SELECT MTDFILE ASSIGN DYNAMIC WS-MTDFILE-NAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
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
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  APRFILE.
       01  APR-REC.
           COPY APRREC.
       FD  MTDFILE.
       01  MTD-REC.
           05 MTD-COUNT             PIC 9(08).
       01  RPT-LINE                 PIC X(80).
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
       01  WS-JRNFILE-NAME          PIC X(256).
       01  WS-JCTLFILE-NAME         PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  WS-APRFILE-NAME          PIC X(256).
       01  PND-STATUS               PIC 9(02) VALUE 0.
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  JRN-STATUS               PIC 9(02) VALUE 0.
       01  JCTL-STATUS              PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  APR-STATUS               PIC 9(02) VALUE 0.
       01  WS-APR-AVAIL             PIC X VALUE "N".
       01  WS-APR-SCAN-END          PIC X VALUE "N".
       01  WS-APR-COUNT             PIC 9(05) VALUE 0.
       01  WS-APR-SUB               PIC 9(05) VALUE 0.
       01  WS-APR-TABLE-FULL        PIC X VALUE "N".
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 5000 TIMES.
               10  WS-APR-T-IMAGE   PIC X(106).
               10  WS-APR-T-MAKER   PIC X(08).
               10  WS-APR-T-CHECKER PIC X(08).
       01  WS-REL-MAKER-ID          PIC X(08) VALUE SPACES.
       01  WS-REL-CHECKER-ID        PIC X(08) VALUE SPACES.
       01  WS-JRN-BASE-NAME         PIC X(256).
       01  WS-JRN-GEN               PIC 9(04) VALUE 0.
       01  WS-JRN-NEXT-SEQ          PIC 9(09) VALUE 1.
       01  RELEASE-COUNT            PIC 9(8) VALUE 0.
       01  STILL-PEND-COUNT         PIC 9(8) VALUE 0.
       01  REJECT-COUNT             PIC 9(8) VALUE 0.
       01  HOLD-COUNT               PIC 9(8) VALUE 0.
       01  NO-RATE-COUNT            PIC 9(8) VALUE 0.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-RUN-DATE              PIC X(08).
       01  WS-MST-VALID             PIC X VALUE "Y".
       01  WS-HOLD-REASON           PIC X(70).
       01  WS-MTDFILE-NAME          PIC X(256).
       01  MTD-STATUS               PIC 9(02) VALUE 0.
       01  WS-MTD-KEY               PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY CRLIMIT.
           COPY HLDREG.
           COPY PRDCHK.
           COPY FXCONV.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF.

           PERFORM LOAD-PERIOD-CONTROL.
           PERFORM LOAD-FX-RATES.
           PERFORM ACQUIRE-IDX-LOCK.

           OPEN I-O IDXFILE.
               STOP RUN
           END-IF.

           PERFORM OPEN-HOLD-REGISTER.

           MOVE "APRFILE" TO WS-APRFILE-NAME.
           ACCEPT WS-APRFILE-NAME FROM ENVIRONMENT "APRQUEUE_FILE".
           IF WS-APRFILE-NAME = SPACES
               MOVE "APRFILE" TO WS-APRFILE-NAME
           END-IF.

           OPEN INPUT APRFILE.
           EVALUATE TRUE
               WHEN APR-STATUS = "00"
                   MOVE "Y" TO WS-APR-AVAIL
               WHEN APR-STATUS = "35"
                   DISPLAY "NO APPROVAL QUEUE - NO APPROVED ITEMS"
               WHEN OTHER
                   MOVE APR-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "APRFILE OPEN FAILED: " APR-STATUS
                       " - " WS-FH-TEXT
                   CLOSE PENDFILE IDXFILE MSTFILE BALFILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM RELEASE-IDX-LOCK
                   STOP RUN
           END-EVALUATE.
           IF WS-APR-AVAIL = "Y"
               PERFORM LOAD-APPROVAL-IDS
           END-IF.

           MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME.
           ACCEPT WS-MTDFILE-NAME FROM ENVIRONMENT "IDXREL_MTDFILE".
           IF WS-MTDFILE-NAME = SPACES

           CLOSE PENDFILE IDXFILE MSTFILE BALFILE REJFILE JRNFILE
               MTDFILE.
           IF WS-APR-AVAIL = "Y"
               CLOSE APRFILE
           END-IF.
           PERFORM CLOSE-HOLD-REGISTER.
           PERFORM WRITE-JOURNAL-CONTROL.
           PERFORM RELEASE-IDX-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           PERFORM WRITE-CONTROL-REPORT THRU END-CONTROL-REPORT.
           IF RETURN-CODE = 0
                   AND (REJECT-COUNT > 0 OR HOLD-COUNT > 0
                        OR NO-RATE-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-RELEASE DONE - " RELEASE-COUNT " RELEASED, "
               STILL-PEND-COUNT " STILL PENDING, " REJECT-COUNT
               " REJECTED, " HOLD-COUNT " HELD OVER LIMIT, "
               NO-RATE-COUNT " HELD NO RATE".
           STOP RUN.

       RELEASE-ONE-ITEM.
           IF WS-MST-VALID = "N"
               PERFORM DELETE-PENDING-ITEM
           ELSE
               MOVE PND-CURRENCY TO WS-FX-CURRENCY
               MOVE PND-TRANS-DATE TO WS-FX-DATE
               MOVE PND-AMOUNT TO WS-FX-AMOUNT
               PERFORM CONVERT-TO-BASE
               IF WS-FX-OK = "N"
                   ADD 1 TO NO-RATE-COUNT
                   MOVE WS-FX-REASON TO WS-HOLD-REASON
                   PERFORM HOLD-PENDING-ITEM
               ELSE
                   PERFORM CHECK-RELEASE-LIMIT
               END-IF
           END-IF.

       CHECK-RELEASE-LIMIT.
           MOVE PND-ACCOUNT TO WS-CRL-ACCOUNT.
           MOVE WS-FX-BASE-AMOUNT TO WS-CRL-DELTA.
           PERFORM CHECK-CREDIT-LIMIT.
           IF WS-CRL-OK = "N"
               ADD 1 TO HOLD-COUNT
               MOVE WS-CRL-REASON TO WS-HOLD-REASON
               PERFORM HOLD-PENDING-ITEM
           ELSE
               PERFORM POST-RELEASED-ITEM
           END-IF.

       HOLD-PENDING-ITEM.
           MOVE SPACES TO REJ-REASON.
           STRING "HELD - " WS-HOLD-REASON
               DELIMITED BY SIZE INTO REJ-REASON.
           MOVE PND-REC TO REJ-LINE.
           WRITE REJ-REC.

       POST-RELEASED-ITEM.
           MOVE PND-REC TO IDX-REC
           WRITE IDX-REC
           IF IDX-STATUS = "00"
               ADD 1 TO RELEASE-COUNT
               MOVE "WR" TO JRN-OPERATION
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE IDX-REC TO JRN-AFTER-IMAGE
               PERFORM FIND-APPROVAL-IDS
               PERFORM WRITE-JOURNAL-REC
               PERFORM POST-ACCOUNT-BALANCE
               PERFORM POST-MTD-TOTAL
               PERFORM DELETE-PENDING-ITEM
           ELSE
               MOVE IDX-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               MOVE SPACES TO REJ-REASON
               STRING "RELEASE FAILED STATUS " IDX-STATUS
                       " - " WS-FH-TEXT
                   DELIMITED BY SIZE INTO REJ-REASON
               ADD 1 TO REJECT-COUNT
               MOVE PND-REC TO REJ-LINE
               WRITE REJ-REC
               PERFORM DELETE-PENDING-ITEM
           END-IF.

       LOAD-APPROVAL-IDS.
           MOVE 0 TO WS-APR-COUNT.
           MOVE "N" TO WS-APR-TABLE-FULL.
           MOVE "N" TO WS-APR-SCAN-END.
           MOVE LOW-VALUES TO APR-KEY.
           START APRFILE KEY IS >= APR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-APR-SCAN-END
           END-START.
           PERFORM UNTIL WS-APR-SCAN-END = "Y"
               READ APRFILE NEXT
                   AT END
                       MOVE "Y" TO WS-APR-SCAN-END
               END-READ
               IF APR-STATUS NOT = "00"
                   MOVE "Y" TO WS-APR-SCAN-END
               ELSE
                   IF APR-STATE = "A" AND APR-ACTION = "A"
                           AND APR-AFTER-IMAGE(11:8) NOT > WS-RUN-DATE
                       PERFORM STORE-APPROVAL-IDS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-APR-TABLE-FULL = "Y"
               DISPLAY "APPROVAL TABLE FULL AT " WS-APR-COUNT
                   " - REMAINING IDS LOOKED UP ON APRFILE"
           END-IF.

       STORE-APPROVAL-IDS.
           IF WS-APR-COUNT NOT < 5000
               MOVE "Y" TO WS-APR-TABLE-FULL
           ELSE
               ADD 1 TO WS-APR-COUNT
               MOVE APR-AFTER-IMAGE TO WS-APR-T-IMAGE(WS-APR-COUNT)
               MOVE APR-MAKER-ID TO WS-APR-T-MAKER(WS-APR-COUNT)
               MOVE APR-CHECKER-ID TO WS-APR-T-CHECKER(WS-APR-COUNT)
           END-IF.

       FIND-APPROVAL-IDS.
           MOVE SPACES TO WS-REL-MAKER-ID WS-REL-CHECKER-ID.
           MOVE WS-APR-COUNT TO WS-APR-SUB.
           MOVE "N" TO WS-APR-SCAN-END.
           PERFORM UNTIL WS-APR-SCAN-END = "Y" OR WS-APR-SUB = 0
               IF WS-APR-T-IMAGE(WS-APR-SUB) = PND-REC
                   MOVE WS-APR-T-MAKER(WS-APR-SUB) TO WS-REL-MAKER-ID
                   MOVE WS-APR-T-CHECKER(WS-APR-SUB)
                       TO WS-REL-CHECKER-ID
                   MOVE "Y" TO WS-APR-SCAN-END
               ELSE
                   SUBTRACT 1 FROM WS-APR-SUB
               END-IF
           END-PERFORM.
           IF WS-APR-SCAN-END = "N" AND WS-APR-TABLE-FULL = "Y"
               PERFORM SCAN-APPROVAL-FILE
           END-IF.

       SCAN-APPROVAL-FILE.
           MOVE "N" TO WS-APR-SCAN-END.
           MOVE LOW-VALUES TO APR-KEY.
           START APRFILE KEY IS >= APR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-APR-SCAN-END
           END-START.
           PERFORM UNTIL WS-APR-SCAN-END = "Y"
               READ APRFILE NEXT
                   AT END
                       MOVE "Y" TO WS-APR-SCAN-END
               END-READ
               IF APR-STATUS NOT = "00"
                   MOVE "Y" TO WS-APR-SCAN-END
               ELSE
                   IF APR-STATE = "A" AND APR-ACTION = "A"
                           AND APR-AFTER-IMAGE = PND-REC
                       MOVE APR-MAKER-ID TO WS-REL-MAKER-ID
                       MOVE APR-CHECKER-ID TO WS-REL-CHECKER-ID
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ACCOUNT-MASTER.
           MOVE "Y" TO WS-MST-VALID.
           MOVE PND-ACCOUNT TO ACCT-NUMBER.
               MOVE "N" TO WS-MST-VALID
               MOVE "ACCOUNT IS CLOSED ON MASTER FILE" TO REJ-REASON
           END-IF.
           IF WS-MST-VALID = "Y"
               MOVE PND-TRANS-DATE TO WS-PRD-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PRD-OK = "N"
                   MOVE "N" TO WS-MST-VALID
                   MOVE WS-PRD-REASON TO REJ-REASON
               END-IF
           END-IF.
           IF WS-MST-VALID = "N"
               ADD 1 TO REJECT-COUNT
               MOVE PND-REC TO REJ-LINE
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
           MOVE "IDX-RELEAS" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE WS-REL-MAKER-ID TO JRN-MAKER-ID.
           MOVE WS-REL-CHECKER-ID TO JRN-CHECKER-ID.
           WRITE JRN-REC.
           IF JRN-STATUS NOT = "00"
               MOVE JRN-STATUS TO WS-FH-STATUS
           STRING "REJECTED        : " REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HELD OVER LIMIT : " HOLD-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "HELD NO FX RATE : " NO-RATE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE RPTFILE.
       END-CONTROL-REPORT.
           EXIT.
           END-IF.

       COPY STATDECP.
       COPY CRLIMITP.
       COPY HLDREGP.
       COPY PRDCHKP.
       COPY FXCONVP.
