       01 TX-TAX-RATE-RECORD.
           05  TX-TAX-KEY.
               10  TX-TAX-JURIS     PIC X(4).
               10  TX-EFF-DATE      PIC 9(8).
           05  TX-JURIS-NAME    PIC X(20).
           05  TX-TAX-RATE      PIC 9(2)V9(3).
