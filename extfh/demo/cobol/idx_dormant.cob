       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-DORMANT.

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
           SELECT FRZFILE ASSIGN DYNAMIC WS-FRZFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRZ-STATUS.
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
       FD  MSTFILE.
       01  ACCT-REC.
           COPY ACCTREC.
       FD  FRZFILE.
       01  FRZ-REC.
           05 FRZ-ACTION            PIC X(01).
           05 FRZ-ACCOUNT           PIC X(10).
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-FRZFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  FRZ-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  IDX-EOF-FLAG             PIC X VALUE "N".
       01  MST-EOF-FLAG             PIC X VALUE "N".
       01  WS-IDX-AVAIL             PIC X VALUE "Y".
       01  ACCT-COUNT               PIC 9(8) VALUE 0.
       01  IDX-COUNT                PIC 9(8) VALUE 0.
       01  ORPHAN-COUNT             PIC 9(8) VALUE 0.
       01  CLOSED-COUNT             PIC 9(8) VALUE 0.
       01  DORMANT-COUNT            PIC 9(8) VALUE 0.
       01  NEVER-USED-COUNT         PIC 9(8) VALUE 0.
       01  FREEZE-COUNT             PIC 9(8) VALUE 0.
       01  FROZEN-COUNT             PIC 9(8) VALUE 0.
       01  WS-DORMANT-DAYS          PIC 9(5) VALUE 180.
       01  WS-DORMANT-DAYS-ENV      PIC X(5).
       01  WS-FREEZE-DAYS           PIC 9(5) VALUE 365.
       01  WS-FREEZE-DAYS-ENV       PIC X(5).
       01  WS-RUN-DATE              PIC X(08).
       01  WS-RUN-DATE-NUM          PIC 9(08) VALUE 0.
       01  WS-RUN-DAY-NO            PIC 9(7) VALUE 0.
       01  WS-LAST-ACTIVITY         PIC X(08).
       01  WS-BASE-DATE             PIC X(08).
       01  WS-BASE-DATE-NUM         PIC 9(08) VALUE 0.
       01  WS-IDLE-DAYS             PIC S9(7) VALUE 0.
       01  WS-IDLE-EDIT             PIC Z(6)9.
       01  WS-ACTION-TEXT           PIC X(14).
       01  WS-LINES-ON-PAGE         PIC 9(4) VALUE 0.
       01  WS-PAGE-NUMBER           PIC 9(4) VALUE 0.
       01  WS-PAGE-SIZE             PIC 9(4) VALUE 20.
       01  WS-LOCK-TRIES            PIC 9(4) VALUE 0.
       01  WS-LOCK-RETRY-LIMIT      PIC 9(4) VALUE 5.
       01  WS-LOCK-WAIT-SECS        PIC 9(4) VALUE 1.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-DORMANT START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXDRM_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXDRM_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "acct_trans.txt" TO WS-FRZFILE-NAME.
           ACCEPT WS-FRZFILE-NAME FROM ENVIRONMENT "IDXDRM_FRZFILE".
           IF WS-FRZFILE-NAME = SPACES
               MOVE "acct_trans.txt" TO WS-FRZFILE-NAME
           END-IF.

           MOVE "idx_dormant.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXDRM_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_dormant.rpt" TO WS-RPTFILE-NAME
           END-IF.

           ACCEPT WS-DORMANT-DAYS-ENV FROM ENVIRONMENT
               "IDXDRM_DORMANT_DAYS".
           IF WS-DORMANT-DAYS-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-DORMANT-DAYS-ENV) IS NUMERIC
               MOVE FUNCTION TRIM(WS-DORMANT-DAYS-ENV)
                   TO WS-DORMANT-DAYS
           END-IF.

           ACCEPT WS-FREEZE-DAYS-ENV FROM ENVIRONMENT
               "IDXDRM_FREEZE_DAYS".
           IF WS-FREEZE-DAYS-ENV NOT = SPACES
                   AND FUNCTION TRIM(WS-FREEZE-DAYS-ENV) IS NUMERIC
               MOVE FUNCTION TRIM(WS-FREEZE-DAYS-ENV)
                   TO WS-FREEZE-DAYS
           END-IF.
           IF WS-FREEZE-DAYS < WS-DORMANT-DAYS
               DISPLAY "FREEZE DAYS BELOW DORMANT DAYS - USING "
                   WS-DORMANT-DAYS
               MOVE WS-DORMANT-DAYS TO WS-FREEZE-DAYS
           END-IF.

           MOVE WS-START-TS(1:8) TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "IDXDRM_RUN_DATE".
           IF WS-RUN-DATE = SPACES OR WS-RUN-DATE IS NOT NUMERIC
               MOVE WS-START-TS(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           DISPLAY "RUN DATE " WS-RUN-DATE " DORMANT AFTER "
               WS-DORMANT-DAYS " FREEZE AFTER " WS-FREEZE-DAYS.

           OPEN INPUT MSTFILE.
           IF MST-STATUS = "35"
               DISPLAY "NO ACCOUNT MASTER - NOTHING TO SCAN"
               MOVE FUNCTION CURRENT-DATE TO WS-END-TS
               PERFORM WRITE-RUN-HISTORY
               DISPLAY "IDX-DORMANT DONE"
               STOP RUN
           END-IF.
           IF MST-STATUS NOT = "00"
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MSTFILE OPEN FAILED: " MST-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT IDXFILE.
           IF IDX-STATUS = "35"
               DISPLAY "NO IDXFILE - NO ACTIVITY ON FILE"
               MOVE "N" TO WS-IDX-AVAIL
               MOVE "Y" TO IDX-EOF-FLAG
           ELSE
               IF IDX-STATUS NOT = "00"
                   MOVE IDX-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "IDXFILE OPEN FAILED: " IDX-STATUS
                       " - " WS-FH-TEXT
                   CLOSE MSTFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN EXTEND FRZFILE.
           IF FRZ-STATUS = "35"
               OPEN OUTPUT FRZFILE
           END-IF.
           IF FRZ-STATUS NOT = "00"
               MOVE FRZ-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "FRZFILE OPEN FAILED: " FRZ-STATUS
                   " - " WS-FH-TEXT
               CLOSE MSTFILE
               IF WS-IDX-AVAIL = "Y"
                   CLOSE IDXFILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RPTFILE.
           IF RPT-STATUS NOT = "00"
               MOVE RPT-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "RPTFILE OPEN FAILED: " RPT-STATUS
                   " - " WS-FH-TEXT
               CLOSE MSTFILE FRZFILE
               IF WS-IDX-AVAIL = "Y"
                   CLOSE IDXFILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-IDX-AVAIL = "Y"
               PERFORM READ-NEXT-TRANSACTION
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.
           PERFORM UNTIL MST-EOF-FLAG = "Y"
               ADD 1 TO ACCT-COUNT
               PERFORM SCAN-ACCOUNT-ACTIVITY
               PERFORM CHECK-DORMANCY
               PERFORM READ-NEXT-ACCOUNT
           END-PERFORM.
           PERFORM UNTIL IDX-EOF-FLAG = "Y"
               ADD 1 TO ORPHAN-COUNT
               PERFORM READ-NEXT-TRANSACTION
           END-PERFORM.

           IF WS-LINES-ON-PAGE = 0 AND WS-PAGE-NUMBER = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE MSTFILE FRZFILE RPTFILE.
           IF WS-IDX-AVAIL = "Y"
               CLOSE IDXFILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0
                   AND (DORMANT-COUNT > 0 OR NEVER-USED-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-DORMANT DONE - " DORMANT-COUNT " DORMANT, "
               NEVER-USED-COUNT " NEVER USED, " FREEZE-COUNT
               " FREEZE(S) QUEUED".
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
               MOVE "IDX-DORMNT" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE ACCT-COUNT TO RUNH-READ-COUNT
               MOVE FREEZE-COUNT TO RUNH-WRITE-COUNT
               MOVE 0 TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ MSTFILE NEXT
               AT END
                   MOVE "Y" TO MST-EOF-FLAG
           END-READ.
           IF MST-STATUS NOT = "00" AND MST-STATUS NOT = "10"
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MSTFILE READ FAILED: " MST-STATUS
                   " - " WS-FH-TEXT
               MOVE "Y" TO MST-EOF-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-NEXT-TRANSACTION.
           READ IDXFILE NEXT
               AT END CONTINUE
           END-READ.
           MOVE 0 TO WS-LOCK-TRIES.
           PERFORM UNTIL IDX-STATUS NOT = "51"
                   OR WS-LOCK-TRIES >= WS-LOCK-RETRY-LIMIT
               ADD 1 TO WS-LOCK-TRIES
               DISPLAY "RECORD LOCKED - WAIT/RETRY " WS-LOCK-TRIES
                   " OF " WS-LOCK-RETRY-LIMIT
               CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
               READ IDXFILE NEXT
                   AT END CONTINUE
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN IDX-STATUS = "00"
                   ADD 1 TO IDX-COUNT
               WHEN IDX-STATUS = "10"
                   MOVE "Y" TO IDX-EOF-FLAG
               WHEN OTHER
                   MOVE IDX-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "IDXFILE READ FAILED: " IDX-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO IDX-EOF-FLAG
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       SCAN-ACCOUNT-ACTIVITY.
           MOVE SPACES TO WS-LAST-ACTIVITY.
           PERFORM UNTIL IDX-EOF-FLAG = "Y"
                   OR IDX-ACCOUNT NOT < ACCT-NUMBER
               ADD 1 TO ORPHAN-COUNT
               PERFORM READ-NEXT-TRANSACTION
           END-PERFORM.
           PERFORM UNTIL IDX-EOF-FLAG = "Y"
                   OR IDX-ACCOUNT NOT = ACCT-NUMBER
               IF IDX-TRANS-DATE IS NUMERIC
                       AND IDX-TRANS-DATE > WS-LAST-ACTIVITY
                   MOVE IDX-TRANS-DATE TO WS-LAST-ACTIVITY
               END-IF
               PERFORM READ-NEXT-TRANSACTION
           END-PERFORM.

       CHECK-DORMANCY.
           IF ACCT-STATUS-FLAG = "C"
               ADD 1 TO CLOSED-COUNT
           ELSE
               IF WS-LAST-ACTIVITY = SPACES
                   MOVE ACCT-OPEN-DATE TO WS-BASE-DATE
               ELSE
                   MOVE WS-LAST-ACTIVITY TO WS-BASE-DATE
               END-IF
               IF WS-BASE-DATE IS NUMERIC
                   MOVE WS-BASE-DATE TO WS-BASE-DATE-NUM
                   COMPUTE WS-IDLE-DAYS = WS-RUN-DAY-NO
                       - FUNCTION INTEGER-OF-DATE(WS-BASE-DATE-NUM)
               ELSE
                   MOVE 0 TO WS-IDLE-DAYS
               END-IF
               IF WS-LAST-ACTIVITY = SPACES
                   IF ACCT-OPEN-DATE IS NUMERIC
                       ADD 1 TO NEVER-USED-COUNT
                       PERFORM SELECT-DORMANT-ACTION
                       PERFORM WRITE-DORMANT-LINE
                   END-IF
               ELSE
                   IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                       ADD 1 TO DORMANT-COUNT
                       PERFORM SELECT-DORMANT-ACTION
                       PERFORM WRITE-DORMANT-LINE
                   END-IF
               END-IF
           END-IF.

       SELECT-DORMANT-ACTION.
           MOVE "REVIEW" TO WS-ACTION-TEXT.
           IF ACCT-STATUS-FLAG = "F"
               ADD 1 TO FROZEN-COUNT
               MOVE "ALREADY FROZEN" TO WS-ACTION-TEXT
           ELSE
               IF WS-IDLE-DAYS > WS-FREEZE-DAYS
                   PERFORM WRITE-FREEZE-TRANSACTION
               END-IF
           END-IF.

       WRITE-FREEZE-TRANSACTION.
           MOVE SPACES TO FRZ-REC.
           MOVE "F" TO FRZ-ACTION.
           MOVE ACCT-NUMBER TO FRZ-ACCOUNT.
           WRITE FRZ-REC.
           IF FRZ-STATUS = "00"
               ADD 1 TO FREEZE-COUNT
               MOVE "FREEZE QUEUED" TO WS-ACTION-TEXT
           ELSE
               MOVE FRZ-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "FRZFILE WRITE FAILED: " FRZ-STATUS
                   " - " WS-FH-TEXT
               MOVE "FREEZE FAILED" TO WS-ACTION-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-DORMANT-LINE.
           IF WS-LINES-ON-PAGE = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-IDLE-DAYS TO WS-IDLE-EDIT.
           MOVE SPACES TO RPT-LINE.
           IF WS-LAST-ACTIVITY = SPACES
               STRING ACCT-NUMBER " " ACCT-BRANCH " " ACCT-NAME(1:20)
                       " NONE     " WS-IDLE-EDIT " " WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING ACCT-NUMBER " " ACCT-BRANCH " " ACCT-NAME(1:20)
                       " " WS-LAST-ACTIVITY " " WS-IDLE-EDIT " "
                       WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           IF WS-LINES-ON-PAGE >= WS-PAGE-SIZE
               MOVE 0 TO WS-LINES-ON-PAGE
           END-IF.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "DORMANT ACCOUNT REPORT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
                   "  DORMANT AFTER " WS-DORMANT-DAYS
                   "  FREEZE AFTER " WS-FREEZE-DAYS
                   "  PAGE: " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNT    BRCH NAME                 LAST ACT"
                   "    DAYS ACTION"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "---------- ---- -------------------- --------"
                   " ------- --------------"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ACCOUNTS READ   : " ACCT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANS SCANNED   : " IDX-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DORMANT         : " DORMANT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NEVER USED      : " NEVER-USED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FREEZES QUEUED  : " FREEZE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ALREADY FROZEN  : " FROZEN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CLOSED SKIPPED  : " CLOSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NOT ON MASTER   : " ORPHAN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       COPY STATDECP.
