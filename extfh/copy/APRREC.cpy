           05  APR-KEY.
               10  APR-SUBMIT-TS        PIC X(16).
               10  APR-SUBMIT-SEQ       PIC 9(04).
           05  APR-DATA.
               10  APR-STATE            PIC X(01).
               10  APR-ACTION           PIC X(01).
               10  APR-PROGRAM          PIC X(10).
               10  APR-MAKER-ID         PIC X(08).
               10  APR-CHECKER-ID       PIC X(08).
               10  APR-DECISION-TS      PIC X(21).
               10  APR-REASON           PIC X(40).
               10  APR-BEFORE-IMAGE     PIC X(106).
               10  APR-AFTER-IMAGE      PIC X(106).
