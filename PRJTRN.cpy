           05  PT-STU-HRS       PIC 9(6).
           05  PT-PROJ-COMPL    PIC 9(8).
           05  PT-TRANS-SOURCE  PIC X(8).
               88  PT-SUPERVISOR-OVERRIDE  VALUE 'SUPVOVR'.
           05  PT-EST-HRS       PIC 9(6).
           05  PT-STATUS-REASON PIC X(20).
