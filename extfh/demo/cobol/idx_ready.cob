       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDX-READY.

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
           SELECT PRBFILE ASSIGN DYNAMIC WS-IDXFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRB-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS PRB-STATUS.
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
           SELECT MTDFILE ASSIGN DYNAMIC WS-MTDFILE-NAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MTD-KEY
               FILE STATUS IS MTD-STATUS.
           SELECT PENDFILE ASSIGN DYNAMIC WS-PENDFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS PND-STATUS.
           SELECT HLDFILE ASSIGN DYNAMIC WS-HLDFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS HLD-STATUS.
           SELECT JCTLFILE ASSIGN DYNAMIC WS-JCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JCTL-STATUS.
           SELECT JRNFILE ASSIGN DYNAMIC WS-JRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.
           SELECT RUNHFILE ASSIGN DYNAMIC WS-RUNH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNH-STATUS.
           SELECT LOKFILE ASSIGN DYNAMIC WS-LOKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOK-STATUS.
           SELECT PCTLFILE ASSIGN DYNAMIC WS-PCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCTL-STATUS.
           SELECT RPTFILE ASSIGN DYNAMIC WS-RPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IDXFILE.
       01  IDX-REC.
           COPY IDXREC.
       FD  PRBFILE.
       01  PRB-REC.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==PRB==.
       FD  MSTFILE.
       01  ACCT-REC.
           COPY ACCTREC.
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  MTDFILE.
       01  MTD-REC.
           05 MTD-COUNT             PIC 9(08).
           05 MTD-AMOUNT            PIC S9(11)V99.
       FD  PENDFILE.
       01  PND-REC.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==PND==.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  JCTLFILE.
       01  JCTL-REC.
           COPY JRNCTL.
       FD  JRNFILE.
       01  JRN-REC.
           COPY JRNREC.
       FD  RUNHFILE.
       01  RUNH-LINE                PIC X(90).
       FD  LOKFILE.
       01  LOK-REC.
           05 LOK-PROGRAM           PIC X(10).
           05 FILLER                PIC X(01).
           05 LOK-TIMESTAMP         PIC X(21).
       FD  PCTLFILE.
       01  PCTL-REC.
           COPY PRDCTL.
       FD  RPTFILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-IDXFILE-NAME          PIC X(256).
       01  WS-MSTFILE-NAME          PIC X(256).
       01  WS-BALFILE-NAME          PIC X(256).
       01  WS-MTDFILE-NAME          PIC X(256).
       01  WS-PENDFILE-NAME         PIC X(256).
       01  WS-HLDFILE-NAME          PIC X(256).
       01  WS-JCTLFILE-NAME         PIC X(256).
       01  WS-JRNFILE-NAME          PIC X(256).
       01  WS-JRN-BASE-NAME         PIC X(256).
       01  WS-RUNH-NAME             PIC X(256).
       01  WS-LOKFILE-NAME          PIC X(256).
       01  WS-RPTFILE-NAME          PIC X(256).
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  PRB-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  MTD-STATUS               PIC 9(02) VALUE 0.
       01  PND-STATUS               PIC 9(02) VALUE 0.
       01  HLD-STATUS               PIC 9(02) VALUE 0.
       01  JCTL-STATUS              PIC 9(02) VALUE 0.
       01  JRN-STATUS               PIC 9(02) VALUE 0.
       01  RUNH-STATUS              PIC 9(02) VALUE 0.
       01  LOK-STATUS               PIC 9(02) VALUE 0.
       01  RPT-STATUS               PIC 9(02) VALUE 0.
       01  WS-MTD-KEY               PIC 9(02) VALUE 0.
       01  EOF-FLAG                 PIC X VALUE "N".
       01  WS-PRB-OPEN              PIC X VALUE "N".
       01  WS-JCTL-OK               PIC X VALUE "N".
       01  WS-START-TS              PIC X(21).
       01  WS-END-TS                PIC X(21).
       01  WS-READ-COUNT            PIC 9(8) VALUE 0.
       01  WS-TOTAL-READ            PIC 9(8) VALUE 0.
       01  WS-ORDER-ERRORS          PIC 9(8) VALUE 0.
       01  WS-PROBE-ERRORS          PIC 9(8) VALUE 0.
       01  WS-LAYOUT-ERRORS         PIC 9(8) VALUE 0.
       01  WS-FAIL-COUNT            PIC 9(4) VALUE 0.
       01  WS-WARN-COUNT            PIC 9(4) VALUE 0.
       01  WS-THIS-KEY              PIC X(22).
       01  WS-PREV-KEY              PIC X(22).
       01  WS-CHK-FILE              PIC X(08).
       01  WS-CHK-TEST              PIC X(10).
       01  WS-CHK-RESULT            PIC X(04).
       01  WS-CHK-TEXT              PIC X(72) VALUE SPACES.
       01  WS-CHK-KEYED             PIC X VALUE "Y".
       01  WS-CNT-EDIT              PIC ZZZZZZZ9.
       01  WS-ERR-EDIT              PIC ZZZZZZZ9.
       01  WS-JCTL-GEN              PIC 9(04) VALUE 0.
       01  WS-JCTL-NEXT-SEQ         PIC 9(09) VALUE 0.
       01  WS-JRN-LAST-SEQ          PIC 9(09) VALUE 0.
       01  WS-JRN-EXPECT-SEQ        PIC 9(09) VALUE 0.
       01  WS-RH-LAST-PROGRAM       PIC X(10) VALUE SPACES.
       01  WS-RH-LAST-START         PIC X(21) VALUE SPACES.
       01  WS-RH-LAST-RC            PIC 9(02) VALUE 0.
       01  WS-LOCK-TRIES            PIC 9(4) VALUE 0.
       01  WS-LOCK-RETRY-LIMIT      PIC 9(4) VALUE 5.
       01  WS-LOCK-WAIT-SECS        PIC 9(4) VALUE 1.
       01  WS-RUNH-REC.
           COPY RUNHREC.
       01  WS-PARSE-RUNH.
           COPY RUNHREC REPLACING LEADING ==RUNH== BY ==RHP==.
           COPY STATCODE.
           COPY PRDCHK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-READY START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXRDY_IDXFILE".
           IF WS-IDXFILE-NAME = SPACES
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXRDY_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES
               MOVE "ACCTFILE" TO WS-MSTFILE-NAME
           END-IF.

           MOVE "BALFILE" TO WS-BALFILE-NAME.
           ACCEPT WS-BALFILE-NAME FROM ENVIRONMENT "IDXRDY_BALFILE".
           IF WS-BALFILE-NAME = SPACES
               MOVE "BALFILE" TO WS-BALFILE-NAME
           END-IF.

           MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME.
           ACCEPT WS-MTDFILE-NAME FROM ENVIRONMENT "IDXRDY_MTDFILE".
           IF WS-MTDFILE-NAME = SPACES
               MOVE "mtd_totals.dat" TO WS-MTDFILE-NAME
           END-IF.

           MOVE "PENDFILE" TO WS-PENDFILE-NAME.
           ACCEPT WS-PENDFILE-NAME FROM ENVIRONMENT "IDXRDY_PENDFILE".
           IF WS-PENDFILE-NAME = SPACES
               MOVE "PENDFILE" TO WS-PENDFILE-NAME
           END-IF.

           MOVE "HLDFILE" TO WS-HLDFILE-NAME.
           ACCEPT WS-HLDFILE-NAME FROM ENVIRONMENT "HOLDREG_FILE".
           IF WS-HLDFILE-NAME = SPACES
               MOVE "HLDFILE" TO WS-HLDFILE-NAME
           END-IF.

           MOVE "idx_journal.ctl" TO WS-JCTLFILE-NAME.
           ACCEPT WS-JCTLFILE-NAME FROM ENVIRONMENT "JRNCTL_FILE".
           IF WS-JCTLFILE-NAME = SPACES
               MOVE "idx_journal.ctl" TO WS-JCTLFILE-NAME
           END-IF.

           MOVE "idx_journal.txt" TO WS-JRN-BASE-NAME.
           ACCEPT WS-JRN-BASE-NAME FROM ENVIRONMENT "IDXRDY_JRNFILE".
           IF WS-JRN-BASE-NAME = SPACES
               MOVE "idx_journal.txt" TO WS-JRN-BASE-NAME
           END-IF.

           MOVE "run_history.log" TO WS-RUNH-NAME.
           ACCEPT WS-RUNH-NAME FROM ENVIRONMENT "RUNHIST_FILE".
           IF WS-RUNH-NAME = SPACES
               MOVE "run_history.log" TO WS-RUNH-NAME
           END-IF.

           MOVE "idx_ready.rpt" TO WS-RPTFILE-NAME.
           ACCEPT WS-RPTFILE-NAME FROM ENVIRONMENT "IDXRDY_RPTFILE".
           IF WS-RPTFILE-NAME = SPACES
               MOVE "idx_ready.rpt" TO WS-RPTFILE-NAME
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
           PERFORM WRITE-REPORT-HEADER.

           PERFORM CHECK-IDXFILE THRU END-IDXFILE.
           PERFORM CHECK-IDX-LOCK.
           PERFORM CHECK-MSTFILE THRU END-MSTFILE.
           PERFORM CHECK-BALFILE THRU END-BALFILE.
           PERFORM CHECK-MTDFILE THRU END-MTDFILE.
           PERFORM CHECK-PENDFILE THRU END-PENDFILE.
           PERFORM CHECK-HLDFILE THRU END-HLDFILE.
           PERFORM CHECK-JOURNAL-CONTROL THRU END-JOURNAL-CONTROL.
           PERFORM CHECK-RUN-HISTORY THRU END-RUN-HISTORY.
           PERFORM CHECK-OPEN-PERIOD.

           PERFORM WRITE-REPORT-VERDICT.
           CLOSE RPTFILE.

           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           PERFORM WRITE-RUN-HISTORY.
           IF WS-FAIL-COUNT > 0
               DISPLAY "IDX-READY DONE - NO-GO (" WS-FAIL-COUNT
                   " CHECK(S) FAILED)"
           ELSE
               DISPLAY "IDX-READY DONE - GO (" WS-WARN-COUNT
                   " WARNING(S))"
           END-IF.
           STOP RUN.

       WRITE-REPORT-HEADER.
           MOVE "PRE-BATCH FILE READINESS CHECK" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN DATE/TIME: " WS-START-TS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "FILE" TO RPT-LINE(1:8).
           MOVE "CHECK" TO RPT-LINE(11:10).
           MOVE "RSLT" TO RPT-LINE(23:4).
           MOVE "DETAIL" TO RPT-LINE(29:72).
           WRITE RPT-LINE.
           MOVE ALL "-" TO RPT-LINE.
           MOVE SPACES TO RPT-LINE(9:2).
           MOVE SPACES TO RPT-LINE(21:2).
           MOVE SPACES TO RPT-LINE(27:2).
           WRITE RPT-LINE.

       WRITE-CHECK-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-CHK-FILE TO RPT-LINE(1:8).
           MOVE WS-CHK-TEST TO RPT-LINE(11:10).
           MOVE WS-CHK-RESULT TO RPT-LINE(23:4).
           MOVE WS-CHK-TEXT TO RPT-LINE(29:72).
           WRITE RPT-LINE.
           EVALUATE WS-CHK-RESULT
               WHEN "FAIL"
                   ADD 1 TO WS-FAIL-COUNT
                   DISPLAY WS-CHK-FILE " " WS-CHK-TEST " FAILED: "
                       FUNCTION TRIM(WS-CHK-TEXT)
               WHEN "WARN"
                   ADD 1 TO WS-WARN-COUNT
                   DISPLAY WS-CHK-FILE " " WS-CHK-TEST " WARNING: "
                       FUNCTION TRIM(WS-CHK-TEXT)
           END-EVALUATE.
           MOVE SPACES TO WS-CHK-TEXT.

       WRITE-FILE-NAME-LINE.
           MOVE "FILE" TO WS-CHK-TEST.
           MOVE SPACES TO WS-CHK-RESULT.
           PERFORM WRITE-CHECK-LINE.

       RECORD-OPEN-RESULT.
           MOVE "OPEN" TO WS-CHK-TEST.
           EVALUATE WS-FH-STATUS
               WHEN "00"
                   MOVE "OK" TO WS-CHK-RESULT
                   MOVE "ORGANIZATION AND RECORD LENGTH ACCEPTED"
                       TO WS-CHK-TEXT
               WHEN "35"
                   MOVE "NOTE" TO WS-CHK-RESULT
                   MOVE "NOT PRESENT - CREATED ON FIRST USE"
                       TO WS-CHK-TEXT
               WHEN OTHER
                   PERFORM DECODE-FH-STATUS
                   MOVE "FAIL" TO WS-CHK-RESULT
                   STRING "STATUS " WS-FH-STATUS " - " WS-FH-TEXT
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
           END-EVALUATE.
           PERFORM WRITE-CHECK-LINE.

       RECORD-READ-RESULT.
           MOVE "FULL READ" TO WS-CHK-TEST.
           ADD WS-READ-COUNT TO WS-TOTAL-READ.
           MOVE WS-READ-COUNT TO WS-CNT-EDIT.
           IF WS-FH-STATUS = "10"
               IF WS-ORDER-ERRORS = 0
                   MOVE "OK" TO WS-CHK-RESULT
                   IF WS-CHK-KEYED = "Y"
                       STRING WS-CNT-EDIT " RECORD(S) READ IN KEY ORDER"
                           DELIMITED BY SIZE INTO WS-CHK-TEXT
                   ELSE
                       STRING WS-CNT-EDIT " RECORD(S) READ"
                           DELIMITED BY SIZE INTO WS-CHK-TEXT
                   END-IF
               ELSE
                   MOVE "FAIL" TO WS-CHK-RESULT
                   MOVE WS-ORDER-ERRORS TO WS-ERR-EDIT
                   STRING WS-ERR-EDIT " KEY(S) OUT OF SEQUENCE IN "
                           WS-CNT-EDIT " READ - INDEX DAMAGED"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               END-IF
           ELSE
               PERFORM DECODE-FH-STATUS
               MOVE "FAIL" TO WS-CHK-RESULT
               ADD 1 TO WS-READ-COUNT
               MOVE WS-READ-COUNT TO WS-CNT-EDIT
               STRING "AT RECORD " WS-CNT-EDIT ": " WS-FH-STATUS
                       " - " WS-FH-TEXT
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
           END-IF.
           PERFORM WRITE-CHECK-LINE.

       CHECK-KEY-SEQUENCE.
           IF WS-READ-COUNT > 1 AND WS-THIS-KEY NOT > WS-PREV-KEY
               ADD 1 TO WS-ORDER-ERRORS
               IF WS-ORDER-ERRORS = 1
                   DISPLAY WS-CHK-FILE " KEY OUT OF SEQUENCE: "
                       WS-THIS-KEY " AFTER " WS-PREV-KEY
               END-IF
           END-IF.
           MOVE WS-THIS-KEY TO WS-PREV-KEY.

       START-FILE-CHECK.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-ORDER-ERRORS.
           MOVE 0 TO WS-LAYOUT-ERRORS.
           MOVE SPACES TO WS-PREV-KEY.
           MOVE "Y" TO WS-CHK-KEYED.
           MOVE "N" TO EOF-FLAG.
           PERFORM WRITE-FILE-NAME-LINE.

       CHECK-IDXFILE.
           MOVE "IDXFILE" TO WS-CHK-FILE.
           MOVE WS-IDXFILE-NAME TO WS-CHK-TEXT.
           PERFORM START-FILE-CHECK.
           MOVE 0 TO WS-PROBE-ERRORS.
           OPEN INPUT IDXFILE.
           MOVE IDX-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-OPEN-RESULT.
           IF IDX-STATUS NOT = "00"
               GO TO END-IDXFILE
           END-IF.

           MOVE "N" TO WS-PRB-OPEN.
           OPEN INPUT PRBFILE.
           IF PRB-STATUS = "00"
               MOVE "Y" TO WS-PRB-OPEN
           ELSE
               MOVE PRB-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               MOVE "KEY PROBE" TO WS-CHK-TEST
               MOVE "FAIL" TO WS-CHK-RESULT
               STRING "SECOND OPEN STATUS " PRB-STATUS " - "
                       WS-FH-TEXT
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
               PERFORM WRITE-CHECK-LINE
           END-IF.

           PERFORM UNTIL EOF-FLAG = "Y"
               PERFORM READ-NEXT-WITH-RETRY
               IF IDX-STATUS = "00"
                   ADD 1 TO WS-READ-COUNT
                   MOVE IDX-KEY TO WS-THIS-KEY
                   PERFORM CHECK-KEY-SEQUENCE
                   IF WS-PRB-OPEN = "Y"
                       PERFORM PROBE-IDX-KEY
                   END-IF
               ELSE
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-PERFORM.
           MOVE IDX-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-READ-RESULT.

           IF WS-PRB-OPEN = "Y"
               MOVE "KEY PROBE" TO WS-CHK-TEST
               IF WS-PROBE-ERRORS = 0
                   MOVE "OK" TO WS-CHK-RESULT
                   MOVE WS-READ-COUNT TO WS-CNT-EDIT
                   STRING WS-CNT-EDIT " RECORD(S) RE-READ BY PRIME KEY"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               ELSE
                   MOVE "FAIL" TO WS-CHK-RESULT
                   MOVE WS-PROBE-ERRORS TO WS-ERR-EDIT
                   STRING WS-ERR-EDIT " RECORD(S) NOT RE-READ BY "
                           "PRIME KEY - INDEX DAMAGED"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               END-IF
               PERFORM WRITE-CHECK-LINE
               CLOSE PRBFILE
           END-IF.

           MOVE "ALT KEYS" TO WS-CHK-TEST.
           MOVE "NOTE" TO WS-CHK-RESULT.
           MOVE "NONE DEFINED ON IDXFILE - PRIME KEY PATH PROBED"
               TO WS-CHK-TEXT.
           PERFORM WRITE-CHECK-LINE.

           CLOSE IDXFILE.
       END-IDXFILE.
           EXIT.

       READ-NEXT-WITH-RETRY.
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

       PROBE-IDX-KEY.
           MOVE IDX-KEY TO PRB-KEY.
           READ PRBFILE RECORD KEY IS PRB-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PRB-STATUS NOT = "00" OR PRB-REC NOT = IDX-REC
               ADD 1 TO WS-PROBE-ERRORS
               IF WS-PROBE-ERRORS = 1
                   DISPLAY "IDXFILE KEY PROBE FAILED: " IDX-KEY
                       " STATUS " PRB-STATUS
               END-IF
           END-IF.

       CHECK-IDX-LOCK.
           MOVE "IDXFILE" TO WS-CHK-FILE.
           MOVE "RUN LOCK" TO WS-CHK-TEST.
           MOVE SPACES TO WS-LOKFILE-NAME.
           STRING FUNCTION TRIM(WS-IDXFILE-NAME) DELIMITED BY SIZE
                   ".lock" DELIMITED BY SIZE
               INTO WS-LOKFILE-NAME.
           OPEN INPUT LOKFILE.
           EVALUATE TRUE
               WHEN LOK-STATUS = "35"
                   MOVE "OK" TO WS-CHK-RESULT
                   MOVE "NOT HELD" TO WS-CHK-TEXT
               WHEN LOK-STATUS = "00"
                   MOVE SPACES TO LOK-REC
                   READ LOKFILE NEXT
                       AT END CONTINUE
                   END-READ
                   CLOSE LOKFILE
                   MOVE "WARN" TO WS-CHK-RESULT
                   STRING "HELD BY " LOK-PROGRAM
                           " SINCE " LOK-TIMESTAMP(1:14)
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               WHEN OTHER
                   MOVE LOK-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   MOVE "FAIL" TO WS-CHK-RESULT
                   STRING "STATUS " LOK-STATUS " - " WS-FH-TEXT
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
           END-EVALUATE.
           PERFORM WRITE-CHECK-LINE.

       CHECK-MSTFILE.
           MOVE "ACCTFILE" TO WS-CHK-FILE.
           MOVE WS-MSTFILE-NAME TO WS-CHK-TEXT.
           PERFORM START-FILE-CHECK.
           OPEN INPUT MSTFILE.
           MOVE MST-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-OPEN-RESULT.
           IF MST-STATUS NOT = "00"
               GO TO END-MSTFILE
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ MSTFILE NEXT
                   AT END CONTINUE
               END-READ
               IF MST-STATUS = "00"
                   ADD 1 TO WS-READ-COUNT
                   MOVE ACCT-KEY TO WS-THIS-KEY
                   PERFORM CHECK-KEY-SEQUENCE
               ELSE
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-PERFORM.
           MOVE MST-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-READ-RESULT.
           CLOSE MSTFILE.
       END-MSTFILE.
           EXIT.

       CHECK-BALFILE.
           MOVE "BALFILE" TO WS-CHK-FILE.
           MOVE WS-BALFILE-NAME TO WS-CHK-TEXT.
           PERFORM START-FILE-CHECK.
           OPEN INPUT BALFILE.
           MOVE BAL-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-OPEN-RESULT.
           IF BAL-STATUS NOT = "00"
               GO TO END-BALFILE
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BALFILE NEXT
                   AT END CONTINUE
               END-READ
               IF BAL-STATUS = "00"
                   ADD 1 TO WS-READ-COUNT
                   MOVE BAL-KEY TO WS-THIS-KEY
                   PERFORM CHECK-KEY-SEQUENCE
               ELSE
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-PERFORM.
           MOVE BAL-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-READ-RESULT.
           CLOSE BALFILE.
       END-BALFILE.
           EXIT.

       CHECK-MTDFILE.
           MOVE "MTDFILE" TO WS-CHK-FILE.
           MOVE WS-MTDFILE-NAME TO WS-CHK-TEXT.
           PERFORM START-FILE-CHECK.
           OPEN INPUT MTDFILE.
           MOVE MTD-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-OPEN-RESULT.
           IF MTD-STATUS NOT = "00"
               GO TO END-MTDFILE
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ MTDFILE NEXT
                   AT END CONTINUE
               END-READ
               IF MTD-STATUS = "00"
                   ADD 1 TO WS-READ-COUNT
                   MOVE WS-MTD-KEY TO WS-THIS-KEY
                   PERFORM CHECK-KEY-SEQUENCE
                   IF WS-MTD-KEY < 1 OR WS-MTD-KEY > 31
                           OR MTD-COUNT IS NOT NUMERIC
                           OR MTD-AMOUNT IS NOT NUMERIC
                       ADD 1 TO WS-LAYOUT-ERRORS
                   END-IF
               ELSE
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-PERFORM.
           MOVE MTD-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-READ-RESULT.
           IF WS-FH-STATUS = "10"
               MOVE "LAYOUT" TO WS-CHK-TEST
               IF WS-LAYOUT-ERRORS = 0
                   MOVE "OK" TO WS-CHK-RESULT
                   MOVE "ALL DAY SLOTS 1-31 WITH NUMERIC TOTALS"
                       TO WS-CHK-TEXT
               ELSE
                   MOVE "FAIL" TO WS-CHK-RESULT
                   MOVE WS-LAYOUT-ERRORS TO WS-ERR-EDIT
                   STRING WS-ERR-EDIT " SLOT(S) OUT OF RANGE OR NOT "
                           "NUMERIC"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               END-IF
               PERFORM WRITE-CHECK-LINE
           END-IF.
           CLOSE MTDFILE.
       END-MTDFILE.
           EXIT.

       CHECK-PENDFILE.
           MOVE "PENDFILE" TO WS-CHK-FILE.
           MOVE WS-PENDFILE-NAME TO WS-CHK-TEXT.
           PERFORM START-FILE-CHECK.
           OPEN INPUT PENDFILE.
           MOVE PND-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-OPEN-RESULT.
           IF PND-STATUS NOT = "00"
               GO TO END-PENDFILE
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PENDFILE NEXT
                   AT END CONTINUE
               END-READ
               IF PND-STATUS = "00"
                   ADD 1 TO WS-READ-COUNT
                   MOVE PND-KEY TO WS-THIS-KEY
                   PERFORM CHECK-KEY-SEQUENCE
               ELSE
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-PERFORM.
           MOVE PND-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-READ-RESULT.
           CLOSE PENDFILE.
       END-PENDFILE.
           EXIT.

       CHECK-HLDFILE.
           MOVE "HLDFILE" TO WS-CHK-FILE.
           MOVE WS-HLDFILE-NAME TO WS-CHK-TEXT.
           PERFORM START-FILE-CHECK.
           OPEN INPUT HLDFILE.
           MOVE HLD-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-OPEN-RESULT.
           IF HLD-STATUS NOT = "00"
               GO TO END-HLDFILE
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ HLDFILE NEXT
                   AT END CONTINUE
               END-READ
               IF HLD-STATUS = "00"
                   ADD 1 TO WS-READ-COUNT
                   MOVE HLD-KEY TO WS-THIS-KEY
                   PERFORM CHECK-KEY-SEQUENCE
               ELSE
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-PERFORM.
           MOVE HLD-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-READ-RESULT.
           CLOSE HLDFILE.
       END-HLDFILE.
           EXIT.

       CHECK-JOURNAL-CONTROL.
           MOVE "JRNCTL" TO WS-CHK-FILE.
           MOVE WS-JCTLFILE-NAME TO WS-CHK-TEXT.
           PERFORM START-FILE-CHECK.
           MOVE "N" TO WS-CHK-KEYED.
           MOVE "N" TO WS-JCTL-OK.
           OPEN INPUT JCTLFILE.
           MOVE JCTL-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-OPEN-RESULT.
           IF JCTL-STATUS NOT = "00"
               GO TO END-JOURNAL-CONTROL
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ JCTLFILE NEXT
                   AT END CONTINUE
               END-READ
               IF JCTL-STATUS = "00" OR JCTL-STATUS = "04"
                   ADD 1 TO WS-READ-COUNT
                   IF WS-READ-COUNT = 1
                       IF JCTL-STATUS = "00"
                               AND JCTL-GENERATION IS NUMERIC
                               AND JCTL-NEXT-SEQ IS NUMERIC
                           MOVE "Y" TO WS-JCTL-OK
                           MOVE JCTL-GENERATION TO WS-JCTL-GEN
                           MOVE JCTL-NEXT-SEQ TO WS-JCTL-NEXT-SEQ
                       ELSE
                           ADD 1 TO WS-LAYOUT-ERRORS
                       END-IF
                   END-IF
               ELSE
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-PERFORM.
           MOVE JCTL-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-READ-RESULT.
           CLOSE JCTLFILE.
           IF WS-FH-STATUS NOT = "10"
               GO TO END-JOURNAL-CONTROL
           END-IF.

           MOVE "LAYOUT" TO WS-CHK-TEST.
           EVALUATE TRUE
               WHEN WS-READ-COUNT = 0
                   MOVE "FAIL" TO WS-CHK-RESULT
                   MOVE "CONTROL FILE EMPTY - GENERATION WOULD RESTART"
                       TO WS-CHK-TEXT
               WHEN WS-JCTL-OK = "N"
                   MOVE "FAIL" TO WS-CHK-RESULT
                   MOVE "GENERATION OR NEXT SEQUENCE NOT NUMERIC"
                       TO WS-CHK-TEXT
               WHEN OTHER
                   MOVE "OK" TO WS-CHK-RESULT
                   STRING "GENERATION " WS-JCTL-GEN
                           "  NEXT SEQUENCE " WS-JCTL-NEXT-SEQ
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
           END-EVALUATE.
           PERFORM WRITE-CHECK-LINE.
           IF WS-JCTL-OK = "N"
               GO TO END-JOURNAL-CONTROL
           END-IF.

           MOVE "JOURNAL" TO WS-CHK-TEST.
           IF WS-JCTL-GEN = 0
               MOVE "NOTE" TO WS-CHK-RESULT
               MOVE "NO JOURNAL GENERATION OPENED YET" TO WS-CHK-TEXT
               PERFORM WRITE-CHECK-LINE
               GO TO END-JOURNAL-CONTROL
           END-IF.
           MOVE SPACES TO WS-JRNFILE-NAME.
           STRING FUNCTION TRIM(WS-JRN-BASE-NAME) DELIMITED BY SIZE
                   ".g" DELIMITED BY SIZE
                   WS-JCTL-GEN DELIMITED BY SIZE
               INTO WS-JRNFILE-NAME.
           PERFORM CHECK-JOURNAL-GENERATION.
       END-JOURNAL-CONTROL.
           EXIT.

       CHECK-JOURNAL-GENERATION.
           OPEN INPUT JRNFILE.
           IF JRN-STATUS NOT = "00"
               MOVE JRN-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               MOVE "FAIL" TO WS-CHK-RESULT
               IF JRN-STATUS = "35"
                   STRING FUNCTION TRIM(WS-JRNFILE-NAME)
                           " NOT FOUND"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               ELSE
                   STRING FUNCTION TRIM(WS-JRNFILE-NAME)
                           " STATUS " JRN-STATUS " - " WS-FH-TEXT
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               END-IF
               PERFORM WRITE-CHECK-LINE
           ELSE
               MOVE 0 TO WS-READ-COUNT
               MOVE 0 TO WS-JRN-LAST-SEQ
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ JRNFILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF JRN-STATUS = "00"
                       ADD 1 TO WS-READ-COUNT
                       IF JRN-SEQ-NO IS NUMERIC
                           MOVE JRN-SEQ-NO TO WS-JRN-LAST-SEQ
                       END-IF
                   ELSE
                       MOVE "Y" TO EOF-FLAG
                   END-IF
               END-PERFORM
               MOVE JRN-STATUS TO WS-FH-STATUS
               CLOSE JRNFILE
               MOVE WS-READ-COUNT TO WS-CNT-EDIT
               IF WS-FH-STATUS = "10"
                   MOVE "OK" TO WS-CHK-RESULT
                   STRING FUNCTION TRIM(WS-JRNFILE-NAME)
                           " PRESENT - " WS-CNT-EDIT " ENTRY(S)"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
                   PERFORM WRITE-CHECK-LINE
                   ADD WS-READ-COUNT TO WS-TOTAL-READ
                   PERFORM CHECK-JOURNAL-SEQUENCE
               ELSE
                   PERFORM DECODE-FH-STATUS
                   MOVE "FAIL" TO WS-CHK-RESULT
                   STRING FUNCTION TRIM(WS-JRNFILE-NAME)
                           " AFTER " WS-CNT-EDIT ": " WS-FH-STATUS
                           " - " WS-FH-TEXT
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
                   PERFORM WRITE-CHECK-LINE
               END-IF
           END-IF.

       CHECK-JOURNAL-SEQUENCE.
           IF WS-JRN-LAST-SEQ > 0
               MOVE "JRN SEQ" TO WS-CHK-TEST
               COMPUTE WS-JRN-EXPECT-SEQ = WS-JRN-LAST-SEQ + 1
               IF WS-JRN-EXPECT-SEQ = WS-JCTL-NEXT-SEQ
                   MOVE "OK" TO WS-CHK-RESULT
                   STRING "LAST ENTRY " WS-JRN-LAST-SEQ
                           " FOLLOWS ON TO CONTROL"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               ELSE
                   MOVE "WARN" TO WS-CHK-RESULT
                   STRING "LAST ENTRY " WS-JRN-LAST-SEQ
                           " BUT NEXT SEQ " WS-JCTL-NEXT-SEQ
                           " - PRIOR RUN INCOMPLETE"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               END-IF
               PERFORM WRITE-CHECK-LINE
           END-IF.

       CHECK-RUN-HISTORY.
           MOVE "RUNHIST" TO WS-CHK-FILE.
           MOVE WS-RUNH-NAME TO WS-CHK-TEXT.
           PERFORM START-FILE-CHECK.
           MOVE "N" TO WS-CHK-KEYED.
           MOVE SPACES TO WS-RH-LAST-PROGRAM.
           OPEN INPUT RUNHFILE.
           MOVE RUNH-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-OPEN-RESULT.
           IF RUNH-STATUS NOT = "00"
               GO TO END-RUN-HISTORY
           END-IF.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ RUNHFILE NEXT
                   AT END CONTINUE
               END-READ
               IF RUNH-STATUS = "00" OR RUNH-STATUS = "04"
                   ADD 1 TO WS-READ-COUNT
                   PERFORM CHECK-RUN-HISTORY-LINE
               ELSE
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-PERFORM.
           MOVE RUNH-STATUS TO WS-FH-STATUS.
           PERFORM RECORD-READ-RESULT.
           CLOSE RUNHFILE.
           IF WS-FH-STATUS NOT = "10"
               GO TO END-RUN-HISTORY
           END-IF.

           MOVE "LAYOUT" TO WS-CHK-TEST.
           IF WS-LAYOUT-ERRORS = 0
               MOVE "OK" TO WS-CHK-RESULT
               MOVE "ALL LINES IN RUN HISTORY LAYOUT" TO WS-CHK-TEXT
           ELSE
               MOVE "WARN" TO WS-CHK-RESULT
               MOVE WS-LAYOUT-ERRORS TO WS-ERR-EDIT
               STRING WS-ERR-EDIT " LINE(S) NOT IN RUN HISTORY LAYOUT"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
           END-IF.
           PERFORM WRITE-CHECK-LINE.

           IF WS-RH-LAST-PROGRAM NOT = SPACES
               MOVE "LAST RUN" TO WS-CHK-TEST
               IF WS-RH-LAST-RC > 4
                   MOVE "WARN" TO WS-CHK-RESULT
               ELSE
                   MOVE "OK" TO WS-CHK-RESULT
               END-IF
               STRING WS-RH-LAST-PROGRAM " ENDED RC " WS-RH-LAST-RC
                       " STARTED " WS-RH-LAST-START(1:14)
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
               PERFORM WRITE-CHECK-LINE
           END-IF.
       END-RUN-HISTORY.
           EXIT.

       CHECK-RUN-HISTORY-LINE.
           MOVE RUNH-LINE TO WS-PARSE-RUNH.
           IF RUNH-STATUS = "04"
                   OR RHP-PROGRAM = SPACES
                   OR RHP-READ-COUNT IS NOT NUMERIC
                   OR RHP-WRITE-COUNT IS NOT NUMERIC
                   OR RHP-REJECT-COUNT IS NOT NUMERIC
                   OR RHP-RETURN-CODE IS NOT NUMERIC
                   OR RUNH-LINE(85:6) NOT = SPACES
               ADD 1 TO WS-LAYOUT-ERRORS
           ELSE
               MOVE RHP-PROGRAM TO WS-RH-LAST-PROGRAM
               MOVE RHP-START-TS TO WS-RH-LAST-START
               MOVE RHP-RETURN-CODE TO WS-RH-LAST-RC
           END-IF.

       CHECK-OPEN-PERIOD.
           MOVE "PERIOD" TO WS-CHK-FILE.
           PERFORM LOAD-PERIOD-CONTROL.
           MOVE WS-PCTLFILE-NAME TO WS-CHK-TEXT.
           PERFORM WRITE-FILE-NAME-LINE.
           MOVE "OPEN PRD" TO WS-CHK-TEST.
           MOVE SPACES TO WS-CHK-TEXT.
           IF WS-OPEN-PERIOD = SPACES
               MOVE "NOTE" TO WS-CHK-RESULT
               MOVE "NO OPEN PERIOD RECORDED - NOT CHECKED"
                   TO WS-CHK-TEXT
           ELSE
               IF WS-PRD-TODAY(1:6) > WS-OPEN-PERIOD
                   MOVE "FAIL" TO WS-CHK-RESULT
                   STRING "RUN DATE " WS-PRD-TODAY
                           " PAST OPEN PERIOD " WS-OPEN-PERIOD
                           " - RUN IDX-PCLOSE FIRST"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               ELSE
                   MOVE "OK" TO WS-CHK-RESULT
                   STRING "RUN DATE " WS-PRD-TODAY
                           " IN OPEN PERIOD " WS-OPEN-PERIOD
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.

       WRITE-REPORT-VERDICT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CHECKS FAILED : " WS-FAIL-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "WARNINGS      : " WS-WARN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-FAIL-COUNT > 0
               MOVE "VERDICT: NO-GO - DO NOT START THE BATCH"
                   TO RPT-LINE
           ELSE
               IF WS-WARN-COUNT > 0
                   MOVE "VERDICT: GO WITH WARNINGS" TO RPT-LINE
               ELSE
                   MOVE "VERDICT: GO" TO RPT-LINE
               END-IF
           END-IF.
           WRITE RPT-LINE.

       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHFILE.
           IF RUNH-STATUS = "35"
               OPEN OUTPUT RUNHFILE
           END-IF.
           IF RUNH-STATUS NOT = "00"
               DISPLAY "RUN HISTORY OPEN FAILED: " RUNH-STATUS
           ELSE
               MOVE "IDX-READY" TO RUNH-PROGRAM
               MOVE WS-START-TS TO RUNH-START-TS
               MOVE WS-END-TS TO RUNH-END-TS
               MOVE WS-TOTAL-READ TO RUNH-READ-COUNT
               MOVE 0 TO RUNH-WRITE-COUNT
               MOVE WS-FAIL-COUNT TO RUNH-REJECT-COUNT
               MOVE RETURN-CODE TO RUNH-RETURN-CODE
               WRITE RUNH-LINE FROM WS-RUNH-REC
               CLOSE RUNHFILE
           END-IF.

       COPY STATDECP.
       COPY PRDCHKP.
