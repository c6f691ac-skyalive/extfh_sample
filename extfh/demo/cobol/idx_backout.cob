           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.
           SELECT SORTFILE ASSIGN TO "idx_backout.srt".
           SELECT LOKFILE ASSIGN DYNAMIC WS-LOKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-SEQ              PIC 9(09).
           05 SORT-JRN-IMAGE        PIC X(291).
       FD  LOKFILE.
       01  LOK-REC.
           05 LOK-PROGRAM           PIC X(10).
       01  WS-IMAGE                 PIC X(106).
       01  WS-IMAGE-REC REDEFINES WS-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==IMG==.
       01  WS-IMG-BASE              PIC S9(11)V99 VALUE 0.
       01  WS-CUR-BASE              PIC S9(11)V99 VALUE 0.
       01  WS-CUR-IMAGE             PIC X(106).
       01  WS-CUR-REC REDEFINES WS-CUR-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==CUR==.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY FXCONV.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE "idx_backout.rpt" TO WS-RPTFILE-NAME
           END-IF.

           PERFORM LOAD-FX-RATES.

           OPEN INPUT JRNIN.
           IF JIN-STATUS NOT = "00"
               MOVE JIN-STATUS TO WS-FH-STATUS
                   MOVE "TRUNCATION MARKER CANNOT BE REVERSED"
                       TO RPT-LINE
                   WRITE RPT-LINE
               WHEN "HD"
               WHEN "HR"
                   MOVE SPACES TO RPT-LINE
                   STRING "HOLD REGISTER ENTRY " OLD-OPERATION
                           " SKIPPED - NO IDXFILE CHANGE"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   ADD 1 TO ERROR-COUNT
                   MOVE SPACES TO RPT-LINE
               PERFORM REPORT-REVERSAL-ERROR
           ELSE
               MOVE IDX-REC TO WS-CUR-IMAGE
               PERFORM CONVERT-CURRENT-AMOUNT
               IF WS-FX-OK = "N"
                   PERFORM REPORT-CONVERSION-ERROR
               ELSE
                   DELETE IDXFILE RECORD
                   IF IDX-STATUS = "00"
                       MOVE "DL" TO JRN-OPERATION
                       MOVE WS-CUR-IMAGE TO JRN-BEFORE-IMAGE
                       MOVE SPACES TO JRN-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-REC
                       COMPUTE WS-BAL-DELTA = 0 - WS-CUR-BASE
                       MOVE -1 TO WS-BAL-COUNT-DELTA
                       PERFORM POST-BALANCE-DELTA
                       PERFORM REPORT-REVERSAL
                   ELSE
                       PERFORM REPORT-REVERSAL-ERROR
                   END-IF
               END-IF
           END-IF.

               PERFORM REPORT-REVERSAL-ERROR
           ELSE
               MOVE IDX-REC TO WS-CUR-IMAGE
               PERFORM CONVERT-CURRENT-AMOUNT
               IF WS-FX-OK = "Y"
                   PERFORM CONVERT-IMAGE-AMOUNT
               END-IF
               IF WS-FX-OK = "N"
                   PERFORM REPORT-CONVERSION-ERROR
               ELSE
                   MOVE WS-IMAGE TO IDX-REC
                   REWRITE IDX-REC
                   IF IDX-STATUS = "00"
                       MOVE "RW" TO JRN-OPERATION
                       MOVE WS-CUR-IMAGE TO JRN-BEFORE-IMAGE
                       MOVE WS-IMAGE TO JRN-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-REC
                       COMPUTE WS-BAL-DELTA = WS-IMG-BASE - WS-CUR-BASE
                       MOVE 0 TO WS-BAL-COUNT-DELTA
                       PERFORM POST-BALANCE-DELTA
                       PERFORM REPORT-REVERSAL
                   ELSE
                       PERFORM REPORT-REVERSAL-ERROR
                   END-IF
               END-IF
           END-IF.

       REVERSE-DELETE.
           MOVE OLD-BEFORE-IMAGE TO WS-IMAGE.
           PERFORM CONVERT-IMAGE-AMOUNT.
           IF WS-FX-OK = "N"
               PERFORM REPORT-CONVERSION-ERROR
           ELSE
               MOVE WS-IMAGE TO IDX-REC
               WRITE IDX-REC
               IF IDX-STATUS = "00"
                   MOVE "WR" TO JRN-OPERATION
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE WS-IMAGE TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-REC
                   MOVE WS-IMG-BASE TO WS-BAL-DELTA
                   MOVE 1 TO WS-BAL-COUNT-DELTA
                   PERFORM POST-BALANCE-DELTA
                   PERFORM REPORT-REVERSAL
               ELSE
               END-IF
           END-IF.

       REPORT-REVERSAL.
           ADD 1 TO REVERSED-COUNT.
           MOVE IMG-AMOUNT TO WS-AMOUNT-EDIT.
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       CONVERT-CURRENT-AMOUNT.
           MOVE CUR-CURRENCY TO WS-FX-CURRENCY.
           MOVE CUR-TRANS-DATE TO WS-FX-DATE.
           MOVE CUR-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.
           MOVE WS-FX-BASE-AMOUNT TO WS-CUR-BASE.

       CONVERT-IMAGE-AMOUNT.
           MOVE IMG-CURRENCY TO WS-FX-CURRENCY.
           MOVE IMG-TRANS-DATE TO WS-FX-DATE.
           MOVE IMG-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.
           MOVE WS-FX-BASE-AMOUNT TO WS-IMG-BASE.

       REPORT-CONVERSION-ERROR.
           ADD 1 TO ERROR-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING "FAILED " OLD-OPERATION
                   " SEQ " OLD-SEQ-NO
                   " KEY " WS-IMAGE(1:22)
                   " " WS-FX-REASON(1:25)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       POST-BALANCE-DELTA.
           MOVE WS-IMAGE(1:10) TO BAL-ACCOUNT.
           READ BALFILE RECORD KEY IS BAL-KEY
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
           MOVE "IDX-BACKOU" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE SPACES TO JRN-OPERATOR-IDS.
           WRITE JRN-REC.
           IF JRN-STATUS NOT = "00"
               MOVE JRN-STATUS TO WS-FH-STATUS
           END-IF.

       COPY STATDECP.
       COPY FXCONVP.
