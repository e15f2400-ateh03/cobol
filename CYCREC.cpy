       01 CY-CYCLE-RECORD.
           05  CY-BUSINESS-DATE PIC 9(8).
           05  CY-PRIOR-DATE    PIC 9(8).
           05  CY-ROLL-DATE     PIC 9(8).
           05  CY-ROLL-TIME     PIC 9(8).
           05  CY-STEP-COUNT    PIC 9(2).
           05  CY-STEP-ENTRY OCCURS 10 TIMES.
               10  CY-STEP-NAME     PIC X(8).
               10  CY-STEP-STATUS   PIC X(1).
                   88  CY-STEP-PENDING      VALUE ' '.
                   88  CY-STEP-STARTED      VALUE 'S'.
                   88  CY-STEP-COMPLETE     VALUE 'C'.
                   88  CY-STEP-FAILED       VALUE 'F'.
               10  CY-STEP-RUN-COUNT PIC 9(2).
               10  CY-STEP-START-DATE PIC 9(8).
               10  CY-STEP-START-TIME PIC 9(8).
               10  CY-STEP-END-TIME PIC 9(8).
               10  CY-STEP-RETURN-CODE PIC 9(4).
               10  CY-STEP-OVERRIDE PIC X(1).
