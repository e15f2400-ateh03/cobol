       01 DA-DEPOSIT-ACTIVITY.
           05  DA-ACTIVITY-TYPE PIC X(1).
               88  DA-TYPE-HELD         VALUE 'H'.
               88  DA-TYPE-APPLIED      VALUE 'A'.
               88  DA-TYPE-REFUND       VALUE 'R'.
           05  DA-RECO-ID       PIC X(6).
           05  DA-ACTIVITY-DATE PIC 9(8).
           05  DA-INVOICE-NO    PIC 9(7).
           05  DA-AMOUNT        PIC 9(9).
