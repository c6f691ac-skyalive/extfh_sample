           05  PCTL-CLOSED-PERIOD       PIC X(06).
           05  FILLER                   PIC X(01).
           05  PCTL-OPEN-PERIOD         PIC X(06).
           05  FILLER                   PIC X(01).
           05  PCTL-CLOSE-TS            PIC X(21).
