       01  WS-CRL-ACCOUNT           PIC X(10).
       01  WS-CRL-DELTA             PIC S9(11)V99 VALUE 0.
       01  WS-CRL-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-CRL-PROJECTED         PIC S9(13)V99 VALUE 0.
       01  WS-CRL-HEADROOM          PIC S9(13)V99 VALUE 0.
       01  WS-CRL-HEADROOM-EDIT     PIC -(12)9.99.
       01  WS-CRL-OK                PIC X VALUE "Y".
       01  WS-CRL-REASON            PIC X(70).
