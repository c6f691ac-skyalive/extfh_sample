           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.
           SELECT SORTFILE ASSIGN TO "idx_glext.srt".

       DATA DIVISION.
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.
       SD  SORTFILE.
       01  SORT-REC.
           05 SORT-STATUS-CODE      PIC X(02).
           05 SORT-TRANS-DATE       PIC X(08).
           05 SORT-AMOUNT           PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-IDXFILE-NAME          PIC X(256).
       01  SELECT-COUNT             PIC 9(8) VALUE 0.
       01  LINE-COUNT               PIC 9(8) VALUE 0.
       01  REJECT-COUNT             PIC 9(8) VALUE 0.
       01  NO-RATE-COUNT            PIC 9(8) VALUE 0.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-FROM-DATE             PIC X(08).
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY FXCONV.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TO-DATE FROM ENVIRONMENT "IDXGL_TO_DATE".

           PERFORM LOAD-GL-MAP.
           PERFORM LOAD-FX-RATES.

           OPEN INPUT IDXFILE.
           IF IDX-STATUS NOT = "00"
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE IDXFILE GLFILE RPTFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           IF RETURN-CODE = 0
                   AND (REJECT-COUNT > 0 OR NO-RATE-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-GLEXT DONE - " LINE-COUNT " GL LINE(S), "
               REJECT-COUNT " MAPPING REJECT(S), "
               NO-RATE-COUNT " NO RATE".
           STOP RUN.

       LOAD-GL-MAP.
                           AND (WS-TO-DATE = SPACES
                               OR IDX-TRANS-DATE NOT > WS-TO-DATE)
                           ADD 1 TO SELECT-COUNT
                           PERFORM RELEASE-BASE-POSTING
                       END-IF
                   WHEN IDX-STATUS = "10"
                       MOVE "Y" TO EOF-FLAG
               END-EVALUATE
           END-PERFORM.

       RELEASE-BASE-POSTING.
           MOVE IDX-CURRENCY TO WS-FX-CURRENCY.
           MOVE IDX-TRANS-DATE TO WS-FX-DATE.
           MOVE IDX-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.
           IF WS-FX-OK = "N"
               ADD 1 TO NO-RATE-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "NOT EXTRACTED " IDX-KEY " - "
                       WS-FX-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE IDX-STATUS-CODE TO SORT-STATUS-CODE
               MOVE IDX-TRANS-DATE TO SORT-TRANS-DATE
               MOVE WS-FX-BASE-AMOUNT TO SORT-AMOUNT
               RELEASE SORT-REC
           END-IF.

       READ-NEXT-WITH-RETRY.
           READ IDXFILE NEXT
               AT END CONTINUE
           STRING "MAPPING REJECTS : " REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NO RATE REJECTS : " NO-RATE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE WS-NET-HASH TO WS-AMOUNT-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "NET AMOUNT      : " WS-AMOUNT-EDIT
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE READ-COUNT TO RUNH-READ-COUNT
               MOVE LINE-COUNT TO RUNH-WRITE-COUNT
               COMPUTE RUNH-REJECT-COUNT =
                   REJECT-COUNT + NO-RATE-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       COPY STATDECP.
       COPY FXCONVP.
