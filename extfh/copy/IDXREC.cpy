           05  IDX-DATA.
               10  IDX-AMOUNT           PIC S9(9)V99.
               10  IDX-STATUS-CODE      PIC X(02).
               10  IDX-DESCRIPTION      PIC X(66).
               10  IDX-CURRENCY         PIC X(03).
               10  IDX-SOURCE           PIC X(02).
