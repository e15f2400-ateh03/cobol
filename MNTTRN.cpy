           05  MT-HRLY-RATE     PIC 9(3).
           05  MT-PROJ-COMPL    PIC 9(8).
           05  MT-TRANS-SOURCE  PIC X(8).
           05  MT-TAX-JURIS     PIC X(4).
