               88  PJ-STATUS-VALID  VALUES 'A' 'C' 'H' 'D' 'P'.
           05  PJ-STU-HRS       PIC 9(6).
           05  PJ-PROJ-COMPL    PIC 9(8).
           05  PJ-EST-HRS       PIC 9(6).
           05  PJ-QUOTE-RATE    PIC 9(3).
           05  PJ-QUOTE-DATE    PIC 9(8).
           05  PJ-STATUS-DATE   PIC 9(8).
           05  PJ-STATUS-REASON PIC X(20).
