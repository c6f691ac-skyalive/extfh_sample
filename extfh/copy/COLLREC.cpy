           05  COLL-ACCOUNT             PIC X(10).
           05  FILLER                   PIC X(01).
           05  COLL-BRANCH              PIC X(04).
           05  FILLER                   PIC X(01).
           05  COLL-AS-OF-DATE          PIC X(08).
           05  FILLER                   PIC X(01).
           05  COLL-OVER-90             PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(01).
           05  COLL-BALANCE             PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(01).
           05  COLL-OLDEST-DATE         PIC X(08).
           05  FILLER                   PIC X(01).
           05  COLL-OLDEST-AGE          PIC 9(05).
           05  FILLER                   PIC X(01).
           05  COLL-NAME                PIC X(30).
