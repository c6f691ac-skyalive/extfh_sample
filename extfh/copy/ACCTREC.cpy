           05  ACCT-KEY.
               10  ACCT-NUMBER          PIC X(10).
           05  ACCT-DATA.
               10  ACCT-NAME            PIC X(27).
               10  ACCT-CURRENCY        PIC X(03).
               10  ACCT-BRANCH          PIC X(04).
               10  ACCT-OPEN-DATE       PIC X(08).
               10  ACCT-STATUS-FLAG     PIC X(01).
