       IDENTIFICATION DIVISION.
       PROGRAM-ID. SO-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE ASSIGN DYNAMIC WS-TRANFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-STATUS.
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
           SELECT STATFILE ASSIGN DYNAMIC WS-STATFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-STATUS.
           SELECT REJFILE ASSIGN TO "so_reject.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
           SELECT RPTFILE ASSIGN DYNAMIC WS-RPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE.
       01  TRAN-REC.
           05 TRAN-ACTION           PIC X(01).
           05 TRAN-DATA             PIC X(90).
       FD  SOFILE.
       01  SO-REC.
           COPY SORDREC.
       FD  MSTFILE.
       01  ACCT-REC.
           COPY ACCTREC.
       FD  STATFILE.
       01  STAT-REC.
           05 STAT-IN-CODE          PIC X(02).
           05 FILLER                PIC X(01).
           05 STAT-IN-DESC          PIC X(40).
       FD  REJFILE.
       01  REJ-REC.
           05 REJ-LINE              PIC X(91).
           05 FILLER                PIC X(3) VALUE " - ".
           05 REJ-REASON            PIC X(70).
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-NAME         PIC X(256).
       01  WS-SOFILE-NAME           PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-STATFILE-NAME         PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  TRAN-STATUS              PIC 9(02) VALUE 0.
       01  SO-STATUS                PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  STAT-STATUS              PIC 9(02) VALUE 0.
       01  REJ-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  READ-COUNT               PIC 9(8) VALUE 0.
       01  ADD-COUNT                PIC 9(8) VALUE 0.
       01  CHANGE-COUNT             PIC 9(8) VALUE 0.
       01  DELETE-COUNT             PIC 9(8) VALUE 0.
       01  APPLIED-COUNT            PIC 9(8) VALUE 0.
       01  REJECT-COUNT             PIC 9(8) VALUE 0.
       01  WS-STAT-EOF              PIC X VALUE "N".
       01  WS-STAT-COUNT            PIC 9(4) VALUE 0.
       01  WS-STAT-SUB              PIC 9(4) VALUE 0.
       01  WS-STAT-FOUND            PIC X VALUE "N".
       01  WS-STAT-TABLE.
           05 WS-STAT-ENTRY OCCURS 100.
               10 WS-STAT-CODE      PIC X(02).
               10 WS-STAT-DESC      PIC X(40).
       01  WS-IN-ORDER-BUF          PIC X(04).
       01  WS-IN-ORDER-NUM REDEFINES WS-IN-ORDER-BUF
                                    PIC 9(04).
       01  WS-IN-AMOUNT-BUF         PIC X(11).
       01  WS-IN-AMOUNT-NUM REDEFINES WS-IN-AMOUNT-BUF
                                    PIC 9(9)V99.
       01  WS-IN-DAY-BUF            PIC X(02).
       01  WS-IN-DAY-NUM REDEFINES WS-IN-DAY-BUF
                                    PIC 9(02).
       01  WS-SAVE-LAST-GEN         PIC X(08).
       01  WS-SAVE-GEN-COUNT        PIC 9(06) VALUE 0.
       01  WS-CHK-DATE              PIC X(08).
       01  WS-DATE-OK               PIC X VALUE "Y".
       01  WS-DATE-YYYY             PIC 9(4) VALUE 0.
       01  WS-DATE-MM               PIC 9(2) VALUE 0.
       01  WS-DATE-DD               PIC 9(2) VALUE 0.
       01  WS-DAYS-IN-MONTH         PIC 9(2) VALUE 0.
       01  WS-EDIT-VALID            PIC X VALUE "Y".
       01  WS-EDIT-REASON           PIC X(40).
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SO-MAINT START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "so_trans.txt" TO WS-TRANFILE-NAME.
           ACCEPT WS-TRANFILE-NAME FROM ENVIRONMENT "SOMNT_TRANFILE".
           IF WS-TRANFILE-NAME = SPACES
               MOVE "so_trans.txt" TO WS-TRANFILE-NAME
           END-IF.

           MOVE "SORDFILE" TO WS-SOFILE-NAME.
           ACCEPT WS-SOFILE-NAME FROM ENVIRONMENT "SOMNT_SORDFILE".
           IF WS-SOFILE-NAME = SPACES
               MOVE "SORDFILE" TO WS-SOFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "SOMNT_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "statcodes.txt" TO WS-STATFILE-NAME.
           ACCEPT WS-STATFILE-NAME FROM ENVIRONMENT "SOMNT_STATFILE".
           IF WS-STATFILE-NAME = SPACES
               MOVE "statcodes.txt" TO WS-STATFILE-NAME
           END-IF.

           MOVE "so_maint.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "SOMNT_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "so_maint.rpt" TO WS-RPTFILE-NAME
           END-IF.

           OPEN INPUT TRANFILE.
           IF TRAN-STATUS = "35"
               DISPLAY "NO STANDING ORDER CHANGES - NOTHING TO APPLY"
               MOVE FUNCTION CURRENT-DATE TO WS-END-TS
               PERFORM WRITE-CONTROL-REPORT THRU END-CONTROL-REPORT
               PERFORM WRITE-RUN-HISTORY
               DISPLAY "SO-MAINT DONE"
               STOP RUN
           END-IF.
           IF TRAN-STATUS NOT = "00"
               MOVE TRAN-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "TRANFILE OPEN FAILED: " TRAN-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "TRANFILE OPEN OK".

           PERFORM LOAD-STATUS-CODES.

           OPEN INPUT MSTFILE.
           IF MST-STATUS NOT = "00"
               MOVE MST-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MSTFILE OPEN FAILED: " MST-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "MSTFILE OPEN OK".

           OPEN I-O SOFILE.
           IF SO-STATUS = "35"
               OPEN OUTPUT SOFILE
               IF SO-STATUS = "00"
                   CLOSE SOFILE
                   OPEN I-O SOFILE
               END-IF
           END-IF.
           IF SO-STATUS NOT = "00"
               MOVE SO-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "SORDFILE OPEN FAILED: " SO-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "SORDFILE OPEN OK".

           OPEN OUTPUT REJFILE.
           IF REJ-STATUS NOT = "00"
               MOVE REJ-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "REJFILE OPEN FAILED: " REJ-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF-FLAG = "Y"
               READ TRANFILE NEXT
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM APPLY-TRANSACTION
               END-READ
               IF TRAN-STATUS NOT = "00" AND TRAN-STATUS NOT = "10"
                   MOVE TRAN-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "TRANFILE READ FAILED: " TRAN-STATUS
                       " - " WS-FH-TEXT
                   MOVE "Y" TO EOF-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

           CLOSE TRANFILE SOFILE MSTFILE REJFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           PERFORM WRITE-CONTROL-REPORT THRU END-CONTROL-REPORT.
           IF RETURN-CODE = 0 AND REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "SO-MAINT DONE".
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
               MOVE "SO-MAINT" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE APPLIED-COUNT TO RUNH-WRITE-COUNT
               MOVE REJECT-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       LOAD-STATUS-CODES.
           OPEN INPUT STATFILE.
           IF STAT-STATUS NOT = "00"
               MOVE STAT-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "STATFILE OPEN FAILED: " STAT-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STAT-EOF = "Y"
               READ STATFILE NEXT
                   AT END
                       MOVE "Y" TO WS-STAT-EOF
                   NOT AT END
                       IF STAT-IN-CODE NOT = SPACES
                               AND WS-STAT-COUNT < 100
                           ADD 1 TO WS-STAT-COUNT
                           MOVE STAT-IN-CODE
                               TO WS-STAT-CODE(WS-STAT-COUNT)
                           MOVE STAT-IN-DESC
                               TO WS-STAT-DESC(WS-STAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATFILE.
           IF WS-STAT-COUNT = 0
               DISPLAY "STATFILE " FUNCTION TRIM(WS-STATFILE-NAME)
                   " CONTAINS NO STATUS CODES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "STATUS CODES LOADED: " WS-STAT-COUNT.

       APPLY-TRANSACTION.
           PERFORM PARSE-TRAN-TO-SO.
           PERFORM VALIDATE-SO-REC.
           IF WS-EDIT-VALID = "N"
               MOVE WS-EDIT-REASON TO REJ-REASON
               PERFORM WRITE-REJECT
           ELSE
               EVALUATE TRAN-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "C"
                       PERFORM APPLY-CHANGE
                   WHEN "D"
                       PERFORM APPLY-DELETE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO REJ-REASON
                       PERFORM WRITE-REJECT
               END-EVALUATE
           END-IF.

       APPLY-ADD.
           WRITE SO-REC
           IF SO-STATUS = "00"
               ADD 1 TO ADD-COUNT
               ADD 1 TO APPLIED-COUNT
           ELSE
               PERFORM BUILD-STATUS-REASON
               PERFORM WRITE-REJECT
           END-IF.

       APPLY-CHANGE.
           READ SOFILE RECORD KEY IS SO-KEY
           IF SO-STATUS NOT = "00"
               PERFORM BUILD-STATUS-REASON
               PERFORM WRITE-REJECT
           ELSE
               MOVE SO-LAST-GEN-DATE TO WS-SAVE-LAST-GEN
               MOVE SO-GEN-COUNT TO WS-SAVE-GEN-COUNT
               PERFORM PARSE-TRAN-TO-SO
               MOVE WS-SAVE-LAST-GEN TO SO-LAST-GEN-DATE
               MOVE WS-SAVE-GEN-COUNT TO SO-GEN-COUNT
               REWRITE SO-REC
               IF SO-STATUS = "00"
                   ADD 1 TO CHANGE-COUNT
                   ADD 1 TO APPLIED-COUNT
               ELSE
                   PERFORM BUILD-STATUS-REASON
                   PERFORM WRITE-REJECT
               END-IF
           END-IF.

       APPLY-DELETE.
           READ SOFILE RECORD KEY IS SO-KEY
           IF SO-STATUS NOT = "00"
               PERFORM BUILD-STATUS-REASON
               PERFORM WRITE-REJECT
           ELSE
               DELETE SOFILE RECORD
               IF SO-STATUS = "00"
                   ADD 1 TO DELETE-COUNT
                   ADD 1 TO APPLIED-COUNT
               ELSE
                   PERFORM BUILD-STATUS-REASON
                   PERFORM WRITE-REJECT
               END-IF
           END-IF.

       PARSE-TRAN-TO-SO.
           MOVE SPACES TO SO-REC.
           MOVE TRAN-DATA(1:10) TO SO-ACCOUNT.
           MOVE TRAN-DATA(11:4) TO WS-IN-ORDER-BUF.
           IF WS-IN-ORDER-BUF IS NUMERIC
               MOVE WS-IN-ORDER-NUM TO SO-ORDER-NO
           ELSE
               MOVE 0 TO SO-ORDER-NO
           END-IF.
           MOVE TRAN-DATA(15:11) TO WS-IN-AMOUNT-BUF.
           IF WS-IN-AMOUNT-BUF IS NUMERIC
               MOVE WS-IN-AMOUNT-NUM TO SO-AMOUNT
           ELSE
               MOVE 0 TO SO-AMOUNT
           END-IF.
           IF TRAN-DATA(26:1) = "C" OR TRAN-DATA(26:1) = "-"
               COMPUTE SO-AMOUNT = 0 - SO-AMOUNT
           END-IF.
           MOVE TRAN-DATA(27:2) TO SO-STATUS-CODE.
           MOVE TRAN-DATA(29:40) TO SO-DESCRIPTION.
           MOVE TRAN-DATA(69:3) TO SO-CURRENCY.
           MOVE TRAN-DATA(72:1) TO SO-FREQUENCY.
           MOVE TRAN-DATA(73:2) TO WS-IN-DAY-BUF.
           IF WS-IN-DAY-BUF IS NUMERIC
               MOVE WS-IN-DAY-NUM TO SO-DAY
           ELSE
               MOVE 0 TO SO-DAY
           END-IF.
           MOVE TRAN-DATA(75:8) TO SO-START-DATE.
           MOVE TRAN-DATA(83:8) TO SO-END-DATE.
           MOVE SPACES TO SO-LAST-GEN-DATE.
           MOVE 0 TO SO-GEN-COUNT.

       VALIDATE-SO-REC.
           MOVE "Y" TO WS-EDIT-VALID.
           IF SO-ACCOUNT = SPACES
               MOVE "N" TO WS-EDIT-VALID
               MOVE "BLANK ACCOUNT NUMBER" TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-VALID = "Y" AND WS-IN-ORDER-BUF IS NOT NUMERIC
               MOVE "N" TO WS-EDIT-VALID
               MOVE "ORDER NUMBER NOT NUMERIC" TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-VALID = "Y"
                   AND (TRAN-ACTION = "A" OR TRAN-ACTION = "C")
               PERFORM VALIDATE-SO-FIELDS
           END-IF.

       VALIDATE-SO-FIELDS.
           MOVE SO-ACCOUNT TO ACCT-NUMBER.
           READ MSTFILE RECORD KEY IS ACCT-KEY
               INVALID KEY
                   MOVE "N" TO WS-EDIT-VALID
                   MOVE "ACCOUNT NOT ON MASTER FILE" TO WS-EDIT-REASON
           END-READ.
           IF WS-EDIT-VALID = "Y" AND ACCT-STATUS-FLAG = "C"
               MOVE "N" TO WS-EDIT-VALID
               MOVE "ACCOUNT IS CLOSED ON MASTER FILE"
                   TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-VALID = "Y"
                   AND (WS-IN-AMOUNT-BUF IS NOT NUMERIC
                       OR SO-AMOUNT = 0)
               MOVE "N" TO WS-EDIT-VALID
               MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-VALID = "Y"
               PERFORM LOOKUP-STATUS-CODE
               IF WS-STAT-FOUND = "N"
                   MOVE "N" TO WS-EDIT-VALID
                   MOVE "STATUS CODE NOT IN REFERENCE FILE"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.
           IF WS-EDIT-VALID = "Y"
                   AND SO-FREQUENCY NOT = "W"
                   AND SO-FREQUENCY NOT = "M"
                   AND SO-FREQUENCY NOT = "Q"
               MOVE "N" TO WS-EDIT-VALID
               MOVE "FREQUENCY NOT W/M/Q" TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-VALID = "Y" AND SO-FREQUENCY NOT = "W"
                   AND (WS-IN-DAY-BUF IS NOT NUMERIC
                       OR SO-DAY < 1 OR SO-DAY > 31)
               MOVE "N" TO WS-EDIT-VALID
               MOVE "DAY OF MONTH NOT 01-31" TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-VALID = "Y"
               MOVE SO-START-DATE TO WS-CHK-DATE
               PERFORM VALIDATE-SO-DATE
               IF WS-DATE-OK = "N"
                   MOVE "N" TO WS-EDIT-VALID
                   MOVE "START DATE INVALID" TO WS-EDIT-REASON
               END-IF
           END-IF.
           IF WS-EDIT-VALID = "Y" AND SO-END-DATE NOT = SPACES
               MOVE SO-END-DATE TO WS-CHK-DATE
               PERFORM VALIDATE-SO-DATE
               IF WS-DATE-OK = "N"
                   MOVE "N" TO WS-EDIT-VALID
                   MOVE "END DATE INVALID" TO WS-EDIT-REASON
               ELSE
                   IF SO-END-DATE < SO-START-DATE
                       MOVE "N" TO WS-EDIT-VALID
                       MOVE "END DATE BEFORE START DATE"
                           TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-EDIT-VALID = "Y" AND SO-CURRENCY NOT = SPACES
                   AND SO-CURRENCY IS NOT ALPHABETIC-UPPER
               MOVE "N" TO WS-EDIT-VALID
               MOVE "CURRENCY CODE NOT ALPHABETIC" TO WS-EDIT-REASON
           END-IF.
           IF WS-EDIT-VALID = "Y" AND SO-CURRENCY NOT = SPACES
                   AND (SO-CURRENCY(1:1) = SPACE
                     OR SO-CURRENCY(2:1) = SPACE
                     OR SO-CURRENCY(3:1) = SPACE)
               MOVE "N" TO WS-EDIT-VALID
               MOVE "CURRENCY CODE NOT 3 LETTERS" TO WS-EDIT-REASON
           END-IF.

       LOOKUP-STATUS-CODE.
           MOVE "N" TO WS-STAT-FOUND.
           MOVE 1 TO WS-STAT-SUB.
           PERFORM UNTIL WS-STAT-FOUND = "Y"
                   OR WS-STAT-SUB > WS-STAT-COUNT
               IF SO-STATUS-CODE = WS-STAT-CODE(WS-STAT-SUB)
                   MOVE "Y" TO WS-STAT-FOUND
               ELSE
                   ADD 1 TO WS-STAT-SUB
               END-IF
           END-PERFORM.

       VALIDATE-SO-DATE.
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

       BUILD-STATUS-REASON.
           MOVE SO-STATUS TO WS-FH-STATUS
           PERFORM DECODE-FH-STATUS
           MOVE SPACES TO REJ-REASON
           STRING TRAN-ACTION " FAILED STATUS " SO-STATUS
                   " - " WS-FH-TEXT
               DELIMITED BY SIZE INTO REJ-REASON.

       WRITE-REJECT.
           ADD 1 TO REJECT-COUNT
           MOVE TRAN-REC TO REJ-LINE
           WRITE REJ-REC.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT RPTFILE.
           IF RPT-STATUS NOT = "00"
               MOVE RPT-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "RPTFILE OPEN FAILED: " RPT-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO END-CONTROL-REPORT
           END-IF.
           MOVE "SO-MAINT RUN CONTROL REPORT" TO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "START TIME  : " WS-START-TS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "END TIME    : " WS-END-TS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANS READ      : " READ-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANS APPLIED   : " APPLIED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  ADDS          : " ADD-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  CHANGES       : " CHANGE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "  DELETES       : " DELETE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "TRANS REJECTED  : " REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE RPTFILE.
       END-CONTROL-REPORT.
           EXIT.

       COPY STATDECP.
