           05  SCR-RULE-TYPE            PIC X(03).
           05  FILLER                   PIC X(01).
           05  SCR-RULE-CODE            PIC X(02).
           05  FILLER                   PIC X(01).
           05  SCR-RULE-LIMIT           PIC 9(09)V99.
