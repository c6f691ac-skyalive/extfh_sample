           05  MTH-KEY.
               10  MTH-PERIOD           PIC X(06).
           05  MTH-DATA.
               10  MTH-TOTAL-COUNT      PIC 9(08).
               10  MTH-TOTAL-AMOUNT     PIC S9(13)V99.
               10  MTH-CLOSE-TS         PIC X(21).
               10  MTH-DAY OCCURS 31.
                   15  MTH-DAY-COUNT    PIC 9(08).
                   15  MTH-DAY-AMOUNT   PIC S9(11)V99.
