           05  IX-AMOUNT-DUE    PIC 9(9).
           05  IX-BILL-DATE     PIC 9(8).
           05  IX-ORIG-INVOICE  PIC 9(7).
           05  IX-TAX-JURIS     PIC X(4).
           05  IX-TAX-AMOUNT    PIC 9(9).
