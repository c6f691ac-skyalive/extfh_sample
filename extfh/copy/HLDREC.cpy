           05  HLD-KEY.
               10  HLD-ACCOUNT          PIC X(10).
               10  HLD-TRANS-DATE       PIC X(08).
               10  HLD-SEQ-NO           PIC 9(04).
           05  HLD-DATA.
               10  HLD-STATE            PIC X(01).
               10  HLD-REASON           PIC X(40).
               10  HLD-DISPUTE-DATE     PIC X(08).
               10  HLD-OPERATOR         PIC X(08).
               10  HLD-HOLD-TS          PIC X(21).
               10  HLD-AMOUNT           PIC S9(9)V99.
               10  HLD-CURRENCY         PIC X(03).
               10  HLD-BASE-AMOUNT      PIC S9(11)V99.
               10  HLD-RESOLVE-DATE     PIC X(08).
               10  HLD-RESOLVE-OPERATOR PIC X(08).
               10  HLD-RESOLVE-TS       PIC X(21).
               10  HLD-RESOLVE-NOTE     PIC X(40).
               10  HLD-REVERSAL-KEY     PIC X(22).
