           05  AR-STU-HRS       PIC 9(6).
           05  AR-HRLY-RATE     PIC 9(3).
           05  AR-PROJ-COMPL    PIC 9(8).
           05  AR-TAX-JURIS     PIC X(4).
           05  AR-MERGED-TO     PIC X(6).
