           05  ACTL-LAST-PERIOD         PIC X(06).
           05  FILLER                   PIC X(01).
           05  ACTL-POST-DATE           PIC X(08).
           05  FILLER                   PIC X(01).
           05  ACTL-RUN-TS              PIC X(21).
