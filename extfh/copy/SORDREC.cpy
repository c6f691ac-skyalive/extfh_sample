           05  SO-KEY.
               10  SO-ACCOUNT           PIC X(10).
               10  SO-ORDER-NO          PIC 9(04).
           05  SO-DATA.
               10  SO-AMOUNT            PIC S9(9)V99.
               10  SO-STATUS-CODE       PIC X(02).
               10  SO-DESCRIPTION       PIC X(40).
               10  SO-CURRENCY          PIC X(03).
               10  SO-FREQUENCY         PIC X(01).
               10  SO-DAY               PIC 9(02).
               10  SO-START-DATE        PIC X(08).
               10  SO-END-DATE          PIC X(08).
               10  SO-LAST-GEN-DATE     PIC X(08).
               10  SO-GEN-COUNT         PIC 9(06).
