           05  JRN-RUN-ID               PIC X(21).
           05  JRN-BEFORE-IMAGE         PIC X(106).
           05  JRN-AFTER-IMAGE          PIC X(106).
           05  JRN-OPERATOR-IDS.
               10  JRN-MAKER-ID         PIC X(08).
               10  JRN-CHECKER-ID       PIC X(08).
