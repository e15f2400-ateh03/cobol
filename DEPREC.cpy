       01 DP-DEPOSIT-RECORD.
           05  DP-DEPOSIT-KEY.
               10  DP-RECO-ID       PIC X(6).
               10  DP-RECEIPT-DATE  PIC 9(8).
               10  DP-DEPOSIT-SEQ   PIC 9(3).
           05  DP-AMOUNT-HELD   PIC 9(9).
           05  DP-AMOUNT-APPLIED PIC 9(9).
           05  DP-AMOUNT-REFUNDED PIC 9(9).
           05  DP-LAST-ACT-DATE PIC 9(8).
           05  DP-DEPOSIT-STATUS PIC X(1).
               88  DP-DEPOSIT-OPEN      VALUE 'O'.
               88  DP-DEPOSIT-CLOSED    VALUE 'C'.
