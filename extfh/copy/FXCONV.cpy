       01  WS-FXFILE-NAME           PIC X(256).
       01  FX-STATUS                PIC 9(02) VALUE 0.
       01  WS-BASE-CURRENCY         PIC X(03) VALUE "USD".
       01  WS-FX-EOF                PIC X VALUE "N".
       01  WS-FX-COUNT              PIC 9(05) VALUE 0.
       01  WS-FX-BAD-COUNT          PIC 9(05) VALUE 0.
       01  WS-FX-FULL-COUNT         PIC 9(05) VALUE 0.
       01  WS-FX-SUB                PIC 9(05) VALUE 0.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 10000 TIMES.
               10  WS-FX-T-CURRENCY PIC X(03).
               10  WS-FX-T-DATE     PIC X(08).
               10  WS-FX-T-RATE     PIC 9(05)V9(06).
       01  WS-FX-CURRENCY           PIC X(03).
       01  WS-FX-DATE               PIC X(08).
       01  WS-FX-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  WS-FX-BASE-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-FX-LAST-CURRENCY      PIC X(03) VALUE SPACES.
       01  WS-FX-LAST-DATE          PIC X(08) VALUE SPACES.
       01  WS-FX-LAST-RATE          PIC 9(05)V9(06) VALUE 0.
       01  WS-FX-OK                 PIC X VALUE "Y".
       01  WS-FX-REASON             PIC X(40).
