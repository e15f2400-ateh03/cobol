       01 DN-DUNNING-RECORD.
           05  DN-RECO-ID       PIC X(6).
           05  DN-LAST-LEVEL    PIC X(1).
               88  DN-LEVEL-NONE        VALUE '0'.
               88  DN-LEVEL-FIRST       VALUE '1'.
               88  DN-LEVEL-SECOND      VALUE '2'.
               88  DN-LEVEL-FINAL       VALUE '3'.
           05  DN-LAST-NOTICE-DATE PIC 9(8).
           05  DN-PAST-DUE-AMT  PIC 9(9).
           05  DN-OLDEST-DAYS   PIC 9(5).
           05  DN-HOLD-FLAG     PIC X(1).
               88  DN-ON-HOLD           VALUE 'Y'.
               88  DN-HOLD-RELEASED     VALUE 'R'.
               88  DN-NOT-ON-HOLD       VALUE 'N'.
           05  DN-HOLD-DATE     PIC 9(8).
           05  DN-REVIEW-DATE   PIC 9(8).
