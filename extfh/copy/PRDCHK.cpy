       01  WS-PCTLFILE-NAME         PIC X(256).
       01  PCTL-STATUS              PIC 9(02) VALUE 0.
       01  WS-CLOSED-PERIOD         PIC X(06) VALUE SPACES.
       01  WS-OPEN-PERIOD           PIC X(06) VALUE SPACES.
       01  WS-PRD-DATE              PIC X(08).
       01  WS-PRD-TODAY             PIC X(08) VALUE SPACES.
       01  WS-PRD-OK                PIC X VALUE "Y".
       01  WS-PRD-REASON            PIC X(70).
