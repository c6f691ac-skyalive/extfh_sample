           05  FX-CURRENCY              PIC X(03).
           05  FILLER                   PIC X(01).
           05  FX-RATE-DATE             PIC X(08).
           05  FILLER                   PIC X(01).
           05  FX-RATE                  PIC 9(05)V9(06).
