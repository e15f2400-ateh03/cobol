       01 TH-TAX-HISTORY-RECORD.
           05  TH-TAX-JURIS     PIC X(4).
           05  TH-BILL-DATE     PIC 9(8).
           05  TH-INVOICE-NO    PIC 9(7).
           05  TH-RECORD-TYPE   PIC X(1).
               88  TH-TYPE-BILL         VALUE 'B'.
               88  TH-TYPE-ADJUSTMENT   VALUES 'V' 'M'.
           05  TH-RECO-ID       PIC X(6).
           05  TH-TAXABLE-AMT   PIC 9(9).
           05  TH-EXEMPT-AMT    PIC 9(9).
           05  TH-TAX-RATE      PIC 9(2)V9(3).
           05  TH-TAX-AMOUNT    PIC 9(9).
