           05  REV-KEY.
               10  REV-ACCOUNT          PIC X(10).
               10  REV-TRANS-DATE       PIC X(08).
               10  REV-SEQ-NO           PIC 9(04).
           05  REV-DATA.
               10  REV-STATE            PIC X(01).
               10  REV-RULE             PIC X(03).
               10  REV-REASON           PIC X(40).
               10  REV-QUEUED-TS        PIC X(21).
               10  REV-CHECKER-ID       PIC X(08).
               10  REV-DECISION-TS      PIC X(21).
               10  REV-POSTED-KEY       PIC X(22).
               10  REV-ITEM-IMAGE       PIC X(106).
               10  REV-SOURCE-LINE      PIC X(101).
