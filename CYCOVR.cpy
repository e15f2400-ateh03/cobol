       01 CO-OVERRIDE-CARD.
           05  CO-STEP-NAME     PIC X(8).
           05  CO-BUSINESS-DATE PIC 9(8).
           05  CO-AUTHORIZED-BY PIC X(10).
