           05  ACR-STATUS-FLAG          PIC X(01).
           05  ACR-BRANCH               PIC X(04).
           05  ACR-RATE-PCT             PIC 9(03)V9(04).
           05  ACR-FEE                  PIC 9(07)V99.
