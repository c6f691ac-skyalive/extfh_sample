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
           SELECT PCTLFILE ASSIGN DYNAMIC WS-PCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCTL-STATUS.
           SELECT FXFILE ASSIGN DYNAMIC WS-FXFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-STATUS.
           SELECT JRNFILE ASSIGN DYNAMIC WS-JRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STATUS.
           SELECT JCTLFILE ASSIGN DYNAMIC WS-JCTLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JCTL-STATUS.
           SELECT LOKFILE ASSIGN DYNAMIC WS-LOKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALFILE.
       01  BAL-REC.
           COPY BALREC.
       FD  HLDFILE.
       01  HLD-REC.
           COPY HLDREC.
       FD  APRFILE.
       01  APR-REC.
           COPY APRREC.
       FD  PCTLFILE.
       01  PCTL-REC.
           COPY PRDCTL.
       FD  FXFILE.
       01  FX-REC.
           COPY FXRATE.
       FD  JRNFILE.
       01  JRN-REC.
           COPY JRNREC.
       FD  JCTLFILE.
       01  JCTL-REC.
           COPY JRNCTL.
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
       01  WS-MSTFILE-NAME          PIC X(256).
       01  IDX-STATUS               PIC 9(02) VALUE 0.
       01  MST-STATUS               PIC 9(02) VALUE 0.
       01  WS-MST-AVAIL             PIC X VALUE "N".
       01  WS-UPDATE-ENV            PIC X(1).
       01  WS-HAVE-RECORD           PIC X VALUE "N".
       01  WS-COMMAND               PIC X(10).
       01  WS-EDIT-FIELD            PIC X(69).
       01  WS-BEFORE-IMAGE          PIC X(106).
       01  WS-BEFORE-REC REDEFINES WS-BEFORE-IMAGE.
           COPY IDXREC REPLACING LEADING ==IDX== BY ==OLD==.
       01  WS-BALFILE-NAME          PIC X(256).
       01  BAL-STATUS               PIC 9(02) VALUE 0.
       01  WS-AMOUNT-EDIT           PIC -(7)9.99.
       01  WS-NEW-BASE              PIC S9(11)V99 VALUE 0.
       01  WS-DEC-FIELD             PIC X(16).
       01  WS-DEC-VALUE             PIC S9(13)V99 VALUE 0.
       01  WS-DEC-NEG               PIC X VALUE "N".
       01  WS-DEC-DIGITS            PIC 9(4) VALUE 0.
       01  WS-DEC-DOTS              PIC 9(4) VALUE 0.
       01  WS-DEC-OK                PIC X VALUE "N".
       01  WS-START-TS              PIC X(21).
       01  WS-TODAY                 PIC X(08).
       01  WS-HOLD-DATE             PIC X(08).
       01  WS-HOLD-NOTE             PIC X(40).
       01  WS-HOLD-OK               PIC X VALUE "N".
       01  WS-JRNFILE-NAME          PIC X(256).
       01  JRN-STATUS               PIC 9(02) VALUE 0.
       01  WS-JCTLFILE-NAME         PIC X(256).
       01  JCTL-STATUS              PIC 9(02) VALUE 0.
       01  WS-JRN-BASE-NAME         PIC X(256).
       01  WS-JRN-GEN               PIC 9(04) VALUE 0.
       01  WS-JRN-NEXT-SEQ          PIC 9(09) VALUE 1.
           COPY STATCODE.
           COPY CRLIMIT.
           COPY HLDREG.
           COPY PRDCHK.
           COPY FXCONV.
           COPY APRQUE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "IDX-INQ START".
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
           MOVE WS-START-TS(1:8) TO WS-TODAY.

           MOVE "IDXFILE" TO WS-IDXFILE-NAME.
           ACCEPT WS-IDXFILE-NAME FROM ENVIRONMENT "IDXINQ_IDXFILE".
               MOVE "IDXFILE" TO WS-IDXFILE-NAME
           END-IF.

           MOVE "ACCTFILE" TO WS-MSTFILE-NAME.
           ACCEPT WS-MSTFILE-NAME FROM ENVIRONMENT "IDXINQ_ACCTFILE".
           IF WS-MSTFILE-NAME = SPACES

           ACCEPT WS-UPDATE-ENV FROM ENVIRONMENT "IDXINQ_UPDATE".
           IF WS-UPDATE-ENV = "Y"
               DISPLAY "OPERATOR ID:"
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "NO OPERATOR ID - UPDATES NOT ENABLED"
               ELSE
                   MOVE "Y" TO WS-UPDATE-MODE
                   MOVE "Y" TO WS-HLD-UPDATE
                   PERFORM LOAD-PERIOD-CONTROL
                   PERFORM LOAD-FX-RATES
               END-IF
           END-IF.

           OPEN INPUT IDXFILE.
           IF IDX-STATUS NOT = "00"
               MOVE IDX-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "ACCOUNT MASTER CHECKS DISABLED"
           END-IF.

           PERFORM OPEN-HOLD-REGISTER.
           IF WS-UPDATE-MODE = "Y" AND WS-HLD-AVAIL NOT = "Y"
               CLOSE IDXFILE
               STOP RUN
           END-IF.

           IF WS-UPDATE-MODE = "Y"
               PERFORM OPEN-APPROVAL-QUEUE
               DISPLAY "UPDATE MODE ENABLED FOR OPERATOR "
                   WS-OPERATOR-ID
               DISPLAY "CHANGES ARE QUEUED FOR APPROVAL"
           END-IF.

           IF WS-UPDATE-MODE = "Y"
               IF WS-BALFILE-NAME = SPACES
                   MOVE "BALFILE" TO WS-BALFILE-NAME
               END-IF
               OPEN INPUT BALFILE
               IF BAL-STATUS = "35"
                   OPEN OUTPUT BALFILE
                   IF BAL-STATUS = "00"
                       CLOSE BALFILE
                       OPEN INPUT BALFILE
                   END-IF
               END-IF
               IF BAL-STATUS NOT = "00"
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "BALFILE OPEN FAILED: " BAL-STATUS
                       " - " WS-FH-TEXT
                   CLOSE IDXFILE APRFILE HLDFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-QUIT-FLAG = "Y"
               DISPLAY "ENTER ACCOUNT, N=NEXT, P=PREV, E=EDIT, "
                   "H=HOLD, R=RELEASE, Q=QUIT"
               MOVE SPACES TO WS-COMMAND
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "E"
                   WHEN "e"
                       PERFORM EDIT-CURRENT-REC
                   WHEN "H"
                   WHEN "h"
                       PERFORM HOLD-CURRENT-REC
                   WHEN "R"
                   WHEN "r"
                       PERFORM RELEASE-CURRENT-REC
                   WHEN SPACES
                       DISPLAY "BLANK COMMAND - ENDING SESSION"
                       MOVE "Y" TO WS-QUIT-FLAG
           END-PERFORM.

           IF WS-UPDATE-MODE = "Y"
               CLOSE IDXFILE APRFILE BALFILE
           ELSE
               CLOSE IDXFILE
           END-IF.
           IF WS-MST-AVAIL = "Y"
               CLOSE MSTFILE
           END-IF.
           PERFORM CLOSE-HOLD-REGISTER.
           DISPLAY "IDX-INQ DONE".
           STOP RUN.

           DISPLAY "TRANS DATE : " IDX-TRANS-DATE
               "  SEQ: " IDX-SEQ-NO.
           DISPLAY "STATUS     : " IDX-STATUS-CODE.
           DISPLAY "AMOUNT     : " WS-AMOUNT-EDIT " " IDX-CURRENCY.
           DISPLAY "DESCRIPTION: " IDX-DESCRIPTION.
           MOVE IDX-KEY TO HLD-KEY.
           PERFORM CHECK-ITEM-HELD.
           IF WS-HLD-ITEM-HELD = "Y"
               DISPLAY "*** ON HOLD - DISPUTED " HLD-DISPUTE-DATE
                   " BY " HLD-OPERATOR
               DISPLAY "HOLD REASON: " HLD-REASON
           END-IF.
           PERFORM CHECK-ACCOUNT-MASTER.

       CHECK-ACCOUNT-MASTER.
               END-IF
           END-IF.

       CONVERT-EDIT-AMOUNTS.
           MOVE IDX-CURRENCY TO WS-FX-CURRENCY.
           MOVE IDX-TRANS-DATE TO WS-FX-DATE.
           MOVE IDX-AMOUNT TO WS-FX-AMOUNT.
           PERFORM CONVERT-TO-BASE.
           MOVE WS-FX-BASE-AMOUNT TO WS-NEW-BASE.
           IF WS-FX-OK = "Y"
               MOVE OLD-CURRENCY TO WS-FX-CURRENCY
               MOVE OLD-TRANS-DATE TO WS-FX-DATE
               MOVE OLD-AMOUNT TO WS-FX-AMOUNT
               PERFORM CONVERT-TO-BASE
           END-IF.
           IF WS-FX-OK = "N"
               MOVE "N" TO WS-CRL-OK
               MOVE WS-FX-REASON TO WS-CRL-REASON
           END-IF.

       EDIT-CURRENT-REC.
           IF WS-UPDATE-MODE NOT = "Y"
               DISPLAY "UPDATES NOT ENABLED FOR THIS SESSION"
               IF WS-HAVE-RECORD NOT = "Y"
                   DISPLAY "NO CURRENT RECORD - ENTER AN ACCOUNT FIRST"
               ELSE
                   MOVE IDX-TRANS-DATE TO WS-PRD-DATE
                   PERFORM CHECK-PERIOD-OPEN
                   IF WS-PRD-OK = "N"
                       DISPLAY "CHANGE REFUSED: " WS-PRD-REASON
                   ELSE
                       PERFORM CAPTURE-RECORD-EDITS
                   END-IF
               END-IF
           END-IF.

           IF WS-EDIT-FIELD NOT = SPACES
               MOVE WS-EDIT-FIELD TO IDX-DESCRIPTION
           END-IF.
           MOVE "Y" TO WS-CRL-OK.
           IF WS-MST-AVAIL = "Y"
               PERFORM CONVERT-EDIT-AMOUNTS
           END-IF.
           IF WS-MST-AVAIL = "Y" AND WS-CRL-OK = "Y"
               MOVE IDX-ACCOUNT TO WS-CRL-ACCOUNT
               COMPUTE WS-CRL-DELTA = WS-NEW-BASE - WS-FX-BASE-AMOUNT
               PERFORM CHECK-CREDIT-LIMIT
           END-IF.
           IF WS-CRL-OK = "N"
               DISPLAY "CHANGE REFUSED: " WS-CRL-REASON
           ELSE
               IF IDX-REC = WS-BEFORE-IMAGE
                   DISPLAY "NO CHANGES ENTERED"
               ELSE
                   PERFORM QUEUE-EDITED-REC
               END-IF
           END-IF.
           MOVE WS-BEFORE-IMAGE TO IDX-REC.

       QUEUE-EDITED-REC.
           MOVE SPACES TO APR-REC.
           MOVE "C" TO APR-ACTION.
           MOVE "IDX-INQ" TO APR-PROGRAM.
           MOVE WS-OPERATOR-ID TO APR-MAKER-ID.
           MOVE "IDX-INQ EDIT" TO APR-REASON.
           MOVE WS-BEFORE-IMAGE TO APR-BEFORE-IMAGE.
           MOVE IDX-REC TO APR-AFTER-IMAGE.
           PERFORM QUEUE-FOR-APPROVAL.
           IF APR-STATUS = "00"
               DISPLAY "CHANGE QUEUED FOR APPROVAL - REF "
                   APR-SUBMIT-TS APR-SUBMIT-SEQ
           ELSE
               MOVE APR-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "APRFILE WRITE FAILED: " APR-STATUS
                   " - " WS-FH-TEXT
           END-IF.

       HOLD-CURRENT-REC.
           IF WS-UPDATE-MODE NOT = "Y"
               DISPLAY "UPDATES NOT ENABLED FOR THIS SESSION"
           ELSE
               IF WS-HAVE-RECORD NOT = "Y"
                   DISPLAY "NO CURRENT RECORD - ENTER AN ACCOUNT FIRST"
               ELSE
                   PERFORM CAPTURE-HOLD-DETAILS
               END-IF
           END-IF.

       CAPTURE-HOLD-DETAILS.
           MOVE "Y" TO WS-HOLD-OK.
           MOVE IDX-KEY TO HLD-KEY.
           PERFORM CHECK-ITEM-HELD.
           IF WS-HLD-ITEM-HELD = "Y"
               DISPLAY "ITEM IS ALREADY ON HOLD"
               MOVE "N" TO WS-HOLD-OK
           END-IF.
           IF WS-HOLD-OK = "Y" AND HLD-STATUS = "00"
                   AND HLD-STATE = "U"
               DISPLAY "ITEM WAS ALREADY REVERSED UNDER DISPUTE"
               MOVE "N" TO WS-HOLD-OK
           END-IF.
           IF WS-HOLD-OK = "Y"
               DISPLAY "DISPUTE REASON:"
               MOVE SPACES TO WS-EDIT-FIELD
               ACCEPT WS-EDIT-FIELD
               MOVE WS-EDIT-FIELD TO WS-HOLD-NOTE
               IF WS-HOLD-NOTE = SPACES
                   DISPLAY "NO REASON ENTERED - HOLD NOT PLACED"
                   MOVE "N" TO WS-HOLD-OK
               END-IF
           END-IF.
           IF WS-HOLD-OK = "Y"
               DISPLAY "DISPUTE DATE YYYYMMDD (BLANK=TODAY):"
               MOVE SPACES TO WS-EDIT-FIELD
               ACCEPT WS-EDIT-FIELD
               MOVE WS-EDIT-FIELD(1:8) TO WS-HOLD-DATE
               IF WS-HOLD-DATE = SPACES
                   MOVE WS-TODAY TO WS-HOLD-DATE
               END-IF
               IF WS-HOLD-DATE IS NOT NUMERIC
                       OR WS-HOLD-DATE > WS-TODAY
                       OR WS-HOLD-DATE < IDX-TRANS-DATE
                   DISPLAY "INVALID DISPUTE DATE - HOLD NOT PLACED"
                   MOVE "N" TO WS-HOLD-OK
               END-IF
           END-IF.
           IF WS-HOLD-OK = "Y"
               MOVE IDX-CURRENCY TO WS-FX-CURRENCY
               MOVE IDX-TRANS-DATE TO WS-FX-DATE
               MOVE IDX-AMOUNT TO WS-FX-AMOUNT
               PERFORM CONVERT-TO-BASE
               IF WS-FX-OK = "N"
                   DISPLAY "HOLD REFUSED: " WS-FX-REASON
                   MOVE "N" TO WS-HOLD-OK
               END-IF
           END-IF.
           IF WS-HOLD-OK = "Y"
               PERFORM BEGIN-HOLD-UPDATE
               PERFORM WRITE-HOLD-ENTRY
               PERFORM END-HOLD-UPDATE
           END-IF.

       WRITE-HOLD-ENTRY.
           MOVE IDX-KEY TO HLD-KEY.
           READ HLDFILE RECORD KEY IS HLD-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF HLD-STATUS = "00" AND HLD-STATE NOT = "R"
               DISPLAY "HOLD NOT PLACED - REGISTER ENTRY IS STATE "
                   HLD-STATE
           ELSE
               MOVE SPACES TO HLD-DATA
               MOVE "H" TO HLD-STATE
               MOVE WS-HOLD-NOTE TO HLD-REASON
               MOVE WS-HOLD-DATE TO HLD-DISPUTE-DATE
               MOVE WS-OPERATOR-ID TO HLD-OPERATOR
               MOVE FUNCTION CURRENT-DATE TO HLD-HOLD-TS
               MOVE IDX-AMOUNT TO HLD-AMOUNT
               MOVE IDX-CURRENCY TO HLD-CURRENCY
               MOVE WS-FX-BASE-AMOUNT TO HLD-BASE-AMOUNT
               IF HLD-STATUS = "00"
                   REWRITE HLD-REC
               ELSE
                   WRITE HLD-REC
               END-IF
               IF HLD-STATUS = "00"
                   MOVE "HD" TO JRN-OPERATION
                   MOVE IDX-REC TO JRN-BEFORE-IMAGE
                   MOVE IDX-REC TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-REC
                   DISPLAY "ITEM PLACED ON HOLD"
               ELSE
                   MOVE HLD-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "HLDFILE WRITE FAILED: " HLD-STATUS
                       " - " WS-FH-TEXT
               END-IF
           END-IF.

       RELEASE-CURRENT-REC.
           IF WS-UPDATE-MODE NOT = "Y"
               DISPLAY "UPDATES NOT ENABLED FOR THIS SESSION"
           ELSE
               IF WS-HAVE-RECORD NOT = "Y"
                   DISPLAY "NO CURRENT RECORD - ENTER AN ACCOUNT FIRST"
               ELSE
                   PERFORM CAPTURE-RELEASE-DETAILS
               END-IF
           END-IF.

       CAPTURE-RELEASE-DETAILS.
           MOVE "Y" TO WS-HOLD-OK.
           MOVE IDX-KEY TO HLD-KEY.
           PERFORM CHECK-ITEM-HELD.
           IF WS-HLD-ITEM-HELD NOT = "Y"
               DISPLAY "ITEM IS NOT ON HOLD"
               MOVE "N" TO WS-HOLD-OK
           END-IF.
           IF WS-HOLD-OK = "Y"
               DISPLAY "RESOLUTION NOTE:"
               MOVE SPACES TO WS-EDIT-FIELD
               ACCEPT WS-EDIT-FIELD
               MOVE WS-EDIT-FIELD TO WS-HOLD-NOTE
               IF WS-HOLD-NOTE = SPACES
                   DISPLAY "NO NOTE ENTERED - HOLD NOT RELEASED"
                   MOVE "N" TO WS-HOLD-OK
               END-IF
           END-IF.
           IF WS-HOLD-OK = "Y"
               PERFORM BEGIN-HOLD-UPDATE
               PERFORM WRITE-RELEASE-ENTRY
               PERFORM END-HOLD-UPDATE
           END-IF.

       WRITE-RELEASE-ENTRY.
           MOVE IDX-KEY TO HLD-KEY.
           READ HLDFILE RECORD KEY IS HLD-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF HLD-STATUS NOT = "00" OR HLD-STATE NOT = "H"
               DISPLAY "HOLD NOT RELEASED - ITEM NO LONGER ON HOLD"
           ELSE
               MOVE "R" TO HLD-STATE
               MOVE WS-TODAY TO HLD-RESOLVE-DATE
               MOVE WS-OPERATOR-ID TO HLD-RESOLVE-OPERATOR
               MOVE FUNCTION CURRENT-DATE TO HLD-RESOLVE-TS
               MOVE WS-HOLD-NOTE TO HLD-RESOLVE-NOTE
               REWRITE HLD-REC
               IF HLD-STATUS = "00"
                   MOVE "HR" TO JRN-OPERATION
                   MOVE IDX-REC TO JRN-BEFORE-IMAGE
                   MOVE IDX-REC TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-REC
                   DISPLAY "HOLD RELEASED"
               ELSE
                   MOVE HLD-STATUS TO WS-FH-STATUS
                   PERFORM DECODE-FH-STATUS
                   DISPLAY "HLDFILE REWRITE FAILED: " HLD-STATUS
                       " - " WS-FH-TEXT
               END-IF
           END-IF.

       BEGIN-HOLD-UPDATE.
           PERFORM ACQUIRE-IDX-LOCK.
           MOVE "idx_journal.txt" TO WS-JRNFILE-NAME.
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "IDXINQ_JRNFILE".
           IF WS-JRNFILE-NAME = SPACES
               MOVE "idx_journal.txt" TO WS-JRNFILE-NAME
           END-IF.
           PERFORM OPEN-JOURNAL-GENERATION.

       END-HOLD-UPDATE.
           CLOSE JRNFILE.
           PERFORM WRITE-JOURNAL-CONTROL.
           PERFORM RELEASE-IDX-LOCK.

       DISPLAY-IO-ERROR.
           MOVE IDX-STATUS TO WS-FH-STATUS.
           PERFORM DECODE-FH-STATUS.
           DISPLAY "IDXFILE I/O ERROR: " IDX-STATUS
               " - " WS-FH-TEXT.

       PARSE-DEC-FIELD.
           MOVE "N" TO WS-DEC-OK.
           MOVE "N" TO WS-DEC-NEG.
           MOVE 0 TO WS-DEC-VALUE.
           MOVE 0 TO WS-DEC-DIGITS.
           MOVE 0 TO WS-DEC-DOTS.
           MOVE FUNCTION TRIM(WS-DEC-FIELD) TO WS-DEC-FIELD.
           IF WS-DEC-FIELD(1:1) = "-"
               MOVE "Y" TO WS-DEC-NEG
               MOVE WS-DEC-FIELD(2:15) TO WS-DEC-WORK
               MOVE WS-DEC-WORK TO WS-DEC-FIELD
           END-IF.
           MOVE 0 TO WS-DEC-LEN.
           INSPECT WS-DEC-FIELD TALLYING WS-DEC-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DEC-LEN = 0
               MOVE 16 TO WS-DEC-LEN
           END-IF.
           INSPECT WS-DEC-FIELD(1:WS-DEC-LEN)
               TALLYING WS-DEC-DIGITS
               FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
           INSPECT WS-DEC-FIELD(1:WS-DEC-LEN)
               TALLYING WS-DEC-DOTS FOR ALL ".".
           IF WS-DEC-DIGITS > 0
                   AND WS-DEC-DOTS NOT > 1
                   AND WS-DEC-DIGITS + WS-DEC-DOTS = WS-DEC-LEN
               COMPUTE WS-DEC-VALUE =
                   FUNCTION NUMVAL(WS-DEC-FIELD(1:WS-DEC-LEN))
               IF WS-DEC-NEG = "Y"
                   COMPUTE WS-DEC-VALUE = 0 - WS-DEC-VALUE
               END-IF
               MOVE "Y" TO WS-DEC-OK
           END-IF.

       OPEN-JOURNAL-GENERATION.
               PERFORM DECODE-FH-STATUS
               DISPLAY "JRNFILE OPEN FAILED: " JRN-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-IDX-LOCK
               STOP RUN
           END-IF.
           PERFORM WRITE-JOURNAL-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
           MOVE "IDX-INQ" TO JRN-PROGRAM.
           MOVE WS-START-TS TO JRN-RUN-ID.
           MOVE WS-OPERATOR-ID TO JRN-MAKER-ID.
           MOVE SPACES TO JRN-CHECKER-ID.
           WRITE JRN-REC.
           IF JRN-STATUS NOT = "00"
               MOVE JRN-STATUS TO WS-FH-STATUS
               PERFORM DECODE-FH-STATUS
               DISPLAY "JRNFILE WRITE FAILED: " JRN-STATUS
                   " - " WS-FH-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

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
                       MOVE "IDX-INQ" TO LOK-PROGRAM
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
       COPY CRLIMITP.
       COPY HLDREGP.
       COPY PRDCHKP.
       COPY FXCONVP.
       COPY APRQUEP.
