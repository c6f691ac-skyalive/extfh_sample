           05  CLS-ACCOUNT              PIC X(10).
           05  FILLER                   PIC X(01).
           05  CLS-CLOSE-DATE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  CLS-BRANCH               PIC X(04).
           05  FILLER                   PIC X(01).
           05  CLS-CLOSING-BAL          PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(01).
           05  CLS-WRITE-OFF            PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(01).
           05  CLS-FINAL-BAL            PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(01).
           05  CLS-NAME                 PIC X(30).
           05  FILLER                   PIC X(01).
           05  CLS-RUN-TS               PIC X(14).
