               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS BAL-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.
           SELECT LOKFILE ASSIGN DYNAMIC WS-LOKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOK-STATUS.
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.
       FD  LOKFILE.
       01  LOK-REC.
           05 LOK-PROGRAM           PIC X(10).
       01  WS-RUNH-REC.
           COPY RUNHREC.
           COPY STATCODE.
           COPY FXCONV.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF.

           PERFORM COMPUTE-CUTOFF.
           PERFORM LOAD-FX-RATES.
           DISPLAY "PURGING RECORDS DATED BEFORE " WS-CUTOFF-YYYYMM
               "01 (KEEP " WS-KEEP-MONTHS " MONTHS)".

               FUNCTION MOD(WS-TOT-MONTHS 12) + 1.

       PURGE-ONE-RECORD.
           MOVE IDX-CURRENCY TO WS-FX-CURRENCY.
           MOVE IDX-TRANS-DATE TO WS-FX-DATE.
           MOVE IDX-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.
           IF WS-FX-OK = "N"
               ADD 1 TO ERROR-COUNT
               DISPLAY "KEY " IDX-KEY " NOT PURGED - "
                   FUNCTION TRIM(WS-FX-REASON)
           ELSE
               PERFORM ARCHIVE-PURGED-RECORD
           END-IF.

       ARCHIVE-PURGED-RECORD.
           IF WS-ARCH-OPEN = "N"
                   OR IDX-TRANS-DATE(1:4) NOT = WS-ARCH-YEAR
               PERFORM SWITCH-ARCHIVE-YEAR
           END-READ.
           IF BAL-STATUS = "00"
               SUBTRACT 1 FROM BAL-TRANS-COUNT
               SUBTRACT WS-FX-BASE-AMOUNT FROM BAL-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO BAL-LAST-UPD-TS
               REWRITE BAL-REC
           ELSE
               MOVE IDX-ACCOUNT TO BAL-ACCOUNT
               MOVE 0 TO BAL-TRANS-COUNT
               COMPUTE BAL-AMOUNT = 0 - WS-FX-BASE-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO BAL-LAST-UPD-TS
               WRITE BAL-REC
           END-IF.
           END-IF.
           IF WS-YEAR-FOUND > 0
               ADD 1 TO WS-YT-COUNT(WS-YEAR-FOUND)
               ADD WS-FX-BASE-AMOUNT TO WS-YT-AMOUNT(WS-YEAR-FOUND)
           END-IF.

       OPEN-JOURNAL-GENERATION.
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
           MOVE "IDX-PURGE" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE SPACES TO JRN-OPERATOR-IDS.
           WRITE JRN-REC.
           IF JRN-STATUS NOT = "00"
               MOVE JRN-STATUS TO WS-FH-STATUS
           END-IF.

       COPY STATDECP.
       COPY FXCONVP.
