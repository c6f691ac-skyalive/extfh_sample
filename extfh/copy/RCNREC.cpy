           05  RCN-KEY.
               10  RCN-ACCOUNT          PIC X(10).
               10  RCN-TRANS-DATE       PIC X(08).
               10  RCN-SEQ-NO           PIC 9(04).
           05  RCN-DATA.
               10  RCN-BANK-REF         PIC X(16).
               10  RCN-VALUE-DATE       PIC X(08).
               10  RCN-AMOUNT           PIC S9(9)V99.
               10  RCN-RECON-DATE       PIC X(08).
