       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-PCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTDFILE ASSIGN DYNAMIC WS-MTDFILE-NAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MTD-KEY
               FILE STATUS IS MTD-STATUS.
           SELECT MTHFILE ASSIGN DYNAMIC WS-MTHFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTH-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS MTH-STATUS.
           SELECT PCTLFILE ASSIGN DYNAMIC WS-PCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCTL-STATUS.
           SELECT RPTFILE ASSIGN DYNAMIC WS-RPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.
           SELECT LOKFILE ASSIGN DYNAMIC WS-LOKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MTDFILE.
       01  MTD-REC.
           05 MTD-COUNT             PIC 9(08).
           05 MTD-AMOUNT            PIC S9(11)V99.
       FD  MTHFILE.
       01  MTH-REC.
           COPY MTHREC.
       FD  PCTLFILE.
       01  PCTL-REC.
           COPY PRDCTL.
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(80).
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).
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
       01  WS-MTDFILE-NAME          PIC X(256).
       01  WS-MTHFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  MTD-STATUS               PIC 9(02) VALUE 0.
       01  MTH-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  WS-MTD-KEY               PIC 9(02) VALUE 0.
       01  WS-CLOSE-PERIOD          PIC X(06) VALUE SPACES.
       01  WS-NEXT-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-PCL-PERIOD.
           05 WS-PCL-YEAR           PIC 9(04).
           05 WS-PCL-MONTH          PIC 9(02).
       01  WS-DAY-IDX               PIC 9(02) VALUE 0.
       01  DAY-COUNT                PIC 9(8) VALUE 0.
       01  WS-COUNT-EDIT            PIC Z(7)9.
       01  WS-AMOUNT-EDIT           PIC -(11)9.99.
       01  WS-TOTAL-EDIT            PIC -(13)9.99.
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-RUNH-NAME             PIC X(256).
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY PRDCHK.
           COPY STATCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-PCLOSE START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXPCL_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME.
           ACCEPT WS-MTDFILE-NAME FROM ENVIRONMENT "IDXPCL_MTDFILE".
           IF WS-MTDFILE-NAME = SPACES
               MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME
           END-IF.

           MOVE "MTHFILE" TO WS-MTHFILE-NAME.
           ACCEPT WS-MTHFILE-NAME FROM ENVIRONMENT "IDXPCL_MTHFILE".
           IF WS-MTHFILE-NAME = SPACES
               MOVE "MTHFILE" TO WS-MTHFILE-NAME
           END-IF.

           MOVE "idx_pclose.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXPCL_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_pclose.rpt" TO WS-RPTFILE-NAME
           END-IF.

           PERFORM LOAD-PERIOD-CONTROL.
           IF WS-CLOSED-PERIOD = SPACES
               DISPLAY "NO PERIOD CLOSED YET"
           END-IF.
           PERFORM SELECT-CLOSE-PERIOD.

           PERFORM ACQUIRE-IDX-LOCK.

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

           OPEN I-O MTHFILE.
           IF MTH-STATUS = "35"
               OPEN OUTPUT MTHFILE
               IF MTH-STATUS = "00"
                   CLOSE MTHFILE
                   OPEN I-O MTHFILE
               END-IF
           END-IF.
           IF MTH-STATUS NOT = "00"
               MOVE MTH-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MTHFILE OPEN FAILED: " MTH-STATUS
                   " - " WS-FH-TEXT
               CLOSE MTDFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.

           PERFORM BUILD-HISTORY-RECORD.

           WRITE MTH-REC
               INVALID KEY
                   DISPLAY "PERIOD " WS-CLOSE-PERIOD
                       " ALREADY ON MONTHLY HISTORY"
           END-WRITE.
           IF MTH-STATUS NOT = "00"
               MOVE MTH-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MTHFILE WRITE FAILED: " MTH-STATUS
                   " - " WS-FH-TEXT
               CLOSE MTDFILE MTHFILE
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.
           CLOSE MTHFILE.

           CLOSE MTDFILE.
           OPEN OUTPUT MTDFILE.
           IF MTD-STATUS NOT = "00"
               MOVE MTD-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "MTDFILE RESET FAILED: " MTD-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.
           CLOSE MTDFILE.
           DISPLAY "MTDFILE RESET FOR " WS-NEXT-PERIOD.

           PERFORM WRITE-PERIOD-CONTROL.
           PERFORM RELEASE-IDX-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           PERFORM WRITE-CONTROL-REPORT THRU END-CONTROL-REPORT.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY "IDX-PCLOSE DONE - PERIOD " WS-CLOSE-PERIOD
               " CLOSED, " WS-NEXT-PERIOD " OPEN".
           STOP RUN.

       SELECT-CLOSE-PERIOD.
           MOVE SPACES TO WS-CLOSE-PERIOD.
           ACCEPT WS-CLOSE-PERIOD FROM ENVIRONMENT "IDXPCL_PERIOD".
           IF WS-CLOSE-PERIOD = SPACES
               IF WS-OPEN-PERIOD NOT = SPACES
                   MOVE WS-OPEN-PERIOD TO WS-CLOSE-PERIOD
               ELSE
                   MOVE WS-START-TS(1:6) TO WS-PCL-PERIOD
                   IF WS-PCL-MONTH = 1
                       MOVE 12 TO WS-PCL-MONTH
                       SUBTRACT 1 FROM WS-PCL-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-PCL-MONTH
                   END-IF
                   MOVE WS-PCL-PERIOD TO WS-CLOSE-PERIOD
               END-IF
           END-IF.
           IF WS-CLOSE-PERIOD IS NOT NUMERIC
               DISPLAY "INVALID CLOSE PERIOD: " WS-CLOSE-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CLOSE-PERIOD TO WS-PCL-PERIOD.
           IF WS-PCL-MONTH < 1 OR WS-PCL-MONTH > 12
               DISPLAY "INVALID CLOSE PERIOD: " WS-CLOSE-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLOSE-PERIOD NOT < WS-START-TS(1:6)
               DISPLAY "PERIOD " WS-CLOSE-PERIOD
                   " HAS NOT ENDED - CANNOT CLOSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLOSED-PERIOD NOT = SPACES
                   AND WS-CLOSE-PERIOD NOT > WS-CLOSED-PERIOD
               DISPLAY "PERIOD " WS-CLOSE-PERIOD
                   " ALREADY CLOSED - CLOSED THROUGH "
                   WS-CLOSED-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPEN-PERIOD NOT = SPACES
                   AND WS-CLOSE-PERIOD NOT = WS-OPEN-PERIOD
               DISPLAY "PERIOD " WS-CLOSE-PERIOD
                   " IS NOT THE OPEN PERIOD " WS-OPEN-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PCL-MONTH = 12
               MOVE 1 TO WS-PCL-MONTH
               ADD 1 TO WS-PCL-YEAR
           ELSE
               ADD 1 TO WS-PCL-MONTH
           END-IF.
           MOVE WS-PCL-PERIOD TO WS-NEXT-PERIOD.
           DISPLAY "CLOSING PERIOD " WS-CLOSE-PERIOD.

       BUILD-HISTORY-RECORD.
           INITIALIZE MTH-REC.
           MOVE WS-CLOSE-PERIOD TO MTH-PERIOD.
           MOVE WS-START-TS TO MTH-CLOSE-TS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31
               MOVE WS-DAY-IDX TO WS-MTD-KEY
               READ MTDFILE
                   INVALID KEY
                       MOVE 0 TO MTD-COUNT
                       MOVE 0 TO MTD-AMOUNT
               END-READ
               IF MTD-STATUS = "00"
                   MOVE MTD-COUNT TO MTH-DAY-COUNT(WS-DAY-IDX)
                   MOVE MTD-AMOUNT TO MTH-DAY-AMOUNT(WS-DAY-IDX)
                   ADD MTD-COUNT TO MTH-TOTAL-COUNT
                   ADD MTD-AMOUNT TO MTH-TOTAL-AMOUNT
                   ADD 1 TO DAY-COUNT
               END-IF
           END-PERFORM.

       WRITE-PERIOD-CONTROL.
           OPEN OUTPUT PCTLFILE.
           IF PCTL-STATUS NOT = "00"
               MOVE PCTL-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "PERIOD CONTROL WRITE FAILED: " PCTL-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.
           MOVE SPACES TO PCTL-REC.
           MOVE WS-CLOSE-PERIOD TO PCTL-CLOSED-PERIOD.
           MOVE WS-NEXT-PERIOD TO PCTL-OPEN-PERIOD.
           MOVE WS-START-TS TO PCTL-CLOSE-TS.
           WRITE PCTL-REC.
           CLOSE PCTLFILE.

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
               MOVE "IDX-PCLOSE" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE DAY-COUNT TO RUNH-READ-COUNT
               MOVE 1 TO RUNH-WRITE-COUNT
               MOVE 0 TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT RPTFILE.
           IF RPT-STATUS NOT = "00"
               DISPLAY "RPTFILE OPEN FAILED: " RPT-STATUS
               GO TO END-CONTROL-REPORT
           END-IF.
           MOVE "IDX-PCLOSE PERIOD CLOSE REPORT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE/TIME : " WS-START-TS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PERIOD CLOSED : " WS-CLOSE-PERIOD
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "PERIOD OPENED : " WS-NEXT-PERIOD
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "DAY     COUNT           AMOUNT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "--- -------- ----------------" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31
               IF MTH-DAY-COUNT(WS-DAY-IDX) NOT = 0
                       OR MTH-DAY-AMOUNT(WS-DAY-IDX) NOT = 0
                   MOVE MTH-DAY-COUNT(WS-DAY-IDX) TO WS-COUNT-EDIT
                   MOVE MTH-DAY-AMOUNT(WS-DAY-IDX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO RPT-LINE
                   STRING " " WS-DAY-IDX " " WS-COUNT-EDIT " "
                           WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE MTH-TOTAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "MONTH COUNT   : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE MTH-TOTAL-AMOUNT TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING "MONTH AMOUNT  : " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE RPTFILE.
       END-CONTROL-REPORT.
           EXIT.

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
                       MOVE "IDX-PCLOSE" TO LOK-PROGRAM
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
