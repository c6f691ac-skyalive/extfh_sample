           05  STL-ACCOUNT              PIC X(10).
           05  STL-VALUE-DATE           PIC X(08).
           05  STL-AMOUNT               PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05  STL-BANK-REF             PIC X(16).
           05  STL-FIRST-SEEN           PIC X(08).
