       01 SS-SORT-RECORD.
           05  SS-INVOICE-NO    PIC X(7).
           05  SS-RECO-ID       PIC X(6).
           05                   PIC X(58).
       FD SORTED-FILE
           RECORDING MODE IS F.
       01 SORTED-RECORD       PIC X(71).
       FD STATEMENT-PRINT
           RECORDING MODE IS F.
          01 STATEMENT-LINE     PIC X(90).
              05  ST-AMOUNT-PAID   PIC 9(9).
              05  ST-LAST-PAY-DATE PIC 9(8).
              05  ST-ITEM-STATUS   PIC X(1).
              05  ST-TAX-AMOUNT    PIC 9(9).
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
          01 WS-BREAK-CONTROL.
