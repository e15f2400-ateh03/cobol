      *          loaded as open items keyed on invoice number, then
      *          cash receipts are applied against each artist's
      *          oldest open invoice first, carrying partial payments
      *          on the item until it closes.  A receipt that names
      *          the invoice it pays (from the lockbox intake) goes
      *          to that invoice first.  Balances persist on
      *          the file from run to run.  Cash that cannot find an
      *          open invoice is held on the deposit file and applied,
      *          oldest deposit first, to the artist's next invoices
      *          in a later run.  Refund transactions pay deposits
      *          back, and every deposit movement is written to the
      *          deposit-activity file for the general ledger.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCARUP.
               ALTERNATE RECORD KEY IS OA-RECO-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT DEPOSIT-FILE
               ASSIGN TO FILEDEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPOSIT-KEY
               FILE STATUS IS WS-DEP-FILE-STATUS.
           SELECT REFUND-TRANS
               ASSIGN TO FILEDREF
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT DEPOSIT-ACTIVITY
               ASSIGN TO FILEDACT.
           SELECT AR-UPDATE-REPORT
               ASSIGN TO FILEARPT.
           SELECT CYCLE-CONTROL
               ASSIGN TO FILECYC
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYC-RELATIVE-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
           SELECT CYCLE-OVERRIDE
               ASSIGN TO FILECOVR
               FILE STATUS IS WS-COV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-EXTRACT
           COPY INVREC.
       FD CASH-RECEIPTS
           RECORDING MODE IS F.
       01 CASH-RECEIPTS-RECORD    PIC X(30).
       SD SORT-CASH-FILE.
       01 SC-SORT-RECORD.
           05  SC-RECO-ID       PIC X(6).
           05  SC-RECEIPT-DATE  PIC 9(8).
           05                   PIC X(16).
       FD SORTED-CASH
           RECORDING MODE IS F.
       01 SORTED-CASH-RECORD      PIC X(30).
       FD OPEN-ITEM-FILE
           RECORDING MODE IS F.
           COPY OPNREC.
       FD DEPOSIT-FILE
           RECORDING MODE IS F.
           COPY DEPREC.
       FD REFUND-TRANS
           RECORDING MODE IS F.
       01 REFUND-TRANS-RECORD     PIC X(31).
       FD DEPOSIT-ACTIVITY
           RECORDING MODE IS F.
           COPY DEPACT.
       FD AR-UPDATE-REPORT
           RECORDING MODE IS F.
          01 AR-UPDATE-LIST        PIC X(80).
       FD CYCLE-CONTROL
           RECORDING MODE IS F.
           COPY CYCREC.
       FD CYCLE-OVERRIDE
           RECORDING MODE IS F.
           COPY CYCOVR.
          WORKING-STORAGE SECTION.
          01 CR-CASH-RECORD.
              05  CR-RECO-ID       PIC X(6).
              05  CR-RECEIPT-DATE  PIC 9(8).
              05  CR-AMOUNT-PAID   PIC 9(9).
              05  CR-INVOICE-NO    PIC 9(7).
          01 RF-REFUND-RECORD.
              05  RF-RECO-ID       PIC X(6).
              05  RF-REFUND-DATE   PIC 9(8).
              05  RF-AMOUNT        PIC 9(9).
              05  RF-TRANS-SOURCE  PIC X(8).
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-IEX-FILE-STATUS   PIC X(2).
              05  WS-OPN-FILE-STATUS   PIC X(2).
              05  WS-ITEM-EOF-SWITCH   PIC X(3).
              05  WS-DEP-FILE-STATUS   PIC X(2).
              05  WS-REF-FILE-STATUS   PIC X(2).
              05  WS-DEP-EOF-SWITCH    PIC X(3).
              05  WS-DEP-WRITTEN-SWITCH PIC X(3) VALUE 'NO'.
                  88  WS-DEPOSIT-WRITTEN       VALUE 'YES'.
          01 WS-APPLY-CONTROL.
              05  WS-APPLY-REMAINING   PIC S9(9) VALUE ZERO.
              05  WS-ITEM-OPEN-AMT     PIC S9(9) VALUE ZERO.
              05  WS-DEP-BALANCE       PIC S9(9) VALUE ZERO.
              05  WS-DEP-USED          PIC S9(9) VALUE ZERO.
              05  WS-DEP-AVAILABLE     PIC S9(11) VALUE ZERO.
          01 WS-TOTALS.
              05  WS-INVOICES-LOADED   PIC 9(7) VALUE ZERO.
              05  WS-LOAD-REJECTS      PIC 9(7) VALUE ZERO.
              05  WS-RECEIPTS-READ     PIC 9(7) VALUE ZERO.
              05  WS-RECEIPTS-DIRECTED PIC 9(7) VALUE ZERO.
              05  WS-CASH-APPLIED      PIC 9(11) VALUE ZERO.
              05  WS-UNAPPLIED-COUNT   PIC 9(7) VALUE ZERO.
              05  WS-UNAPPLIED-AMOUNT  PIC 9(11) VALUE ZERO.
              05  WS-CREDITS-APPLIED   PIC 9(7) VALUE ZERO.
              05  WS-CREDIT-AMOUNT     PIC 9(11) VALUE ZERO.
              05  WS-CREDIT-REJECTS    PIC 9(7) VALUE ZERO.
              05  WS-DEPOSITS-HELD     PIC 9(7) VALUE ZERO.
              05  WS-DEP-HELD-AMOUNT   PIC 9(11) VALUE ZERO.
              05  WS-DEPOSITS-USED     PIC 9(7) VALUE ZERO.
              05  WS-DEP-USED-AMOUNT   PIC 9(11) VALUE ZERO.
              05  WS-REFUNDS-READ      PIC 9(7) VALUE ZERO.
              05  WS-REFUNDS-PAID      PIC 9(7) VALUE ZERO.
              05  WS-REFUND-AMOUNT     PIC 9(11) VALUE ZERO.
              05  WS-REFUND-REJECTS    PIC 9(7) VALUE ZERO.
          01 WS-PAGE-CONTROL.
              05  WS-RUN-DATE          PIC 9(8).
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
              05                   PIC X(16) VALUE 'ACTION'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(9) VALUE '   AMOUNT'.
          01 WS-CYCLE-AREA.
              05  WS-CYC-FILE-STATUS   PIC X(2).
              05  WS-COV-FILE-STATUS   PIC X(2).
              05  WS-CYC-STEP-NAME     PIC X(8) VALUE 'ABCARUP'.
              05  WS-CYC-IDX           PIC 9(4) COMP VALUE ZERO.
              05  WS-CYC-STEP-IDX      PIC 9(4) COMP VALUE ZERO.
              05  WS-CYC-PRED-IDX      PIC 9(4) COMP VALUE ZERO.
              05  WS-CYC-NEXT-IDX      PIC 9(4) COMP VALUE ZERO.
              05  WS-CYC-TIME          PIC 9(8).
              05  WS-CYC-EOF-SWITCH    PIC X(3).
              05  WS-CYC-OVR-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-CYC-OVERRIDE          VALUE 'YES'.
          01 WS-CYC-RELATIVE-KEY       PIC 9(7) COMP VALUE 1.
           PROCEDURE DIVISION.
           100-MAINLINE.
               PERFORM 940-START-CYCLE-STEP
               SORT SORT-CASH-FILE
                   ON ASCENDING KEY SC-RECO-ID
                                    SC-RECEIPT-DATE
                   USING CASH-RECEIPTS
                   GIVING SORTED-CASH
               PERFORM 105-OPEN-OPEN-ITEM
               PERFORM 106-OPEN-DEPOSIT-FILE
               OPEN OUTPUT AR-UPDATE-REPORT
                           DEPOSIT-ACTIVITY
               MOVE CY-BUSINESS-DATE TO WS-RUN-DATE
               PERFORM 400-HEADING
               PERFORM 110-LOAD-INVOICES
               PERFORM 200-APPLY-CASH
               PERFORM 600-APPLY-REFUNDS
               PERFORM 300-TRAILER
               CLOSE OPEN-ITEM-FILE
                     DEPOSIT-FILE
                     DEPOSIT-ACTIVITY
                     AR-UPDATE-REPORT
               PERFORM 950-END-CYCLE-STEP
               STOP RUN.
           105-OPEN-OPEN-ITEM.
                OPEN I-O OPEN-ITEM-FILE
                END-IF
                IF WS-OPN-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 949-FAIL-CYCLE-STEP
                END-IF.
           106-OPEN-DEPOSIT-FILE.
                OPEN I-O DEPOSIT-FILE
                IF WS-DEP-FILE-STATUS = '35'
                    OPEN OUTPUT DEPOSIT-FILE
                    CLOSE DEPOSIT-FILE
                    OPEN I-O DEPOSIT-FILE
                END-IF
                IF WS-DEP-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 949-FAIL-CYCLE-STEP
                END-IF.
           110-LOAD-INVOICES.
                OPEN INPUT INVOICE-EXTRACT
                MOVE IX-RECO-ID TO OA-RECO-ID
                MOVE IX-ARTST-NAME TO OA-ARTST-NAME
                MOVE IX-BILL-DATE TO OA-BILL-DATE
                COMPUTE OA-AMOUNT-BILLED =
                    IX-AMOUNT-DUE + IX-TAX-AMOUNT
                MOVE IX-TAX-AMOUNT TO OA-TAX-AMOUNT
                MOVE ZERO TO OA-AMOUNT-PAID
                MOVE ZERO TO OA-LAST-PAY-DATE
                MOVE 'O' TO OA-ITEM-STATUS
                       MOVE IX-RECO-ID TO AP-RECO-ID
                       MOVE IX-INVOICE-NO TO AP-INVOICE-NO
                       MOVE 'DUPLICATE INVOICE' TO AP-ACTION
                       MOVE OA-AMOUNT-BILLED TO AP-AMOUNT
                       PERFORM 420-WRITE-APPLY-LINE
                    NOT INVALID KEY
                       ADD 1 TO WS-INVOICES-LOADED
                       PERFORM 140-APPLY-DEPOSITS
                END-WRITE.
           130-APPLY-CREDIT.
                MOVE IX-ORIG-INVOICE TO OA-INVOICE-NO
                       PERFORM 135-POST-CREDIT
                END-READ.
           135-POST-CREDIT.
                ADD IX-AMOUNT-DUE IX-TAX-AMOUNT TO OA-AMOUNT-PAID
                IF OA-AMOUNT-PAID >= OA-AMOUNT-BILLED
                    MOVE 'C' TO OA-ITEM-STATUS
                    ADD 1 TO WS-ITEMS-CLOSED
                MOVE IX-BILL-DATE TO OA-LAST-PAY-DATE
                REWRITE OA-OPEN-ITEM-RECORD
                ADD 1 TO WS-CREDITS-APPLIED
                ADD IX-AMOUNT-DUE IX-TAX-AMOUNT TO WS-CREDIT-AMOUNT
                MOVE OA-RECO-ID TO AP-RECO-ID
                MOVE OA-INVOICE-NO TO AP-INVOICE-NO
                MOVE 'CREDIT APPLIED' TO AP-ACTION
                COMPUTE AP-AMOUNT = IX-AMOUNT-DUE + IX-TAX-AMOUNT
                PERFORM 420-WRITE-APPLY-LINE.
           140-APPLY-DEPOSITS.
                MOVE OA-AMOUNT-BILLED TO WS-APPLY-REMAINING
                MOVE 'NO' TO WS-DEP-EOF-SWITCH
                MOVE OA-RECO-ID TO DP-RECO-ID
                MOVE ZERO TO DP-RECEIPT-DATE
                MOVE ZERO TO DP-DEPOSIT-SEQ
                START DEPOSIT-FILE
                    KEY IS >= DP-DEPOSIT-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-DEP-EOF-SWITCH
                END-START
                PERFORM 145-APPLY-NEXT-DEPOSIT
                    UNTIL WS-DEP-EOF-SWITCH = 'YES'
                       OR WS-APPLY-REMAINING = ZERO
                IF OA-AMOUNT-PAID > ZERO
                    IF OA-AMOUNT-PAID >= OA-AMOUNT-BILLED
                        MOVE 'C' TO OA-ITEM-STATUS
                        ADD 1 TO WS-ITEMS-CLOSED
                    ELSE
                        MOVE 'P' TO OA-ITEM-STATUS
                    END-IF
                    MOVE WS-RUN-DATE TO OA-LAST-PAY-DATE
                    REWRITE OA-OPEN-ITEM-RECORD
                END-IF.
           145-APPLY-NEXT-DEPOSIT.
                READ DEPOSIT-FILE NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-DEP-EOF-SWITCH
                    NOT AT END
                       IF DP-RECO-ID NOT = OA-RECO-ID
                           MOVE 'YES' TO WS-DEP-EOF-SWITCH
                       ELSE
                           IF DP-DEPOSIT-OPEN
                               PERFORM 150-USE-DEPOSIT
                           END-IF
                       END-IF
                END-READ.
           150-USE-DEPOSIT.
                COMPUTE WS-DEP-BALANCE = DP-AMOUNT-HELD
                    - DP-AMOUNT-APPLIED - DP-AMOUNT-REFUNDED
                IF WS-DEP-BALANCE > ZERO
                    IF WS-DEP-BALANCE < WS-APPLY-REMAINING
                        MOVE WS-DEP-BALANCE TO WS-DEP-USED
                    ELSE
                        MOVE WS-APPLY-REMAINING TO WS-DEP-USED
                    END-IF
                    ADD WS-DEP-USED TO DP-AMOUNT-APPLIED
                    ADD WS-DEP-USED TO OA-AMOUNT-PAID
                    SUBTRACT WS-DEP-USED FROM WS-APPLY-REMAINING
                    SUBTRACT WS-DEP-USED FROM WS-DEP-BALANCE
                    IF WS-DEP-BALANCE = ZERO
                        MOVE 'C' TO DP-DEPOSIT-STATUS
                    END-IF
                    MOVE WS-RUN-DATE TO DP-LAST-ACT-DATE
                    REWRITE DP-DEPOSIT-RECORD
                    ADD 1 TO WS-DEPOSITS-USED
                    ADD WS-DEP-USED TO WS-DEP-USED-AMOUNT
                    MOVE 'A' TO DA-ACTIVITY-TYPE
                    MOVE OA-RECO-ID TO DA-RECO-ID
                    MOVE OA-INVOICE-NO TO DA-INVOICE-NO
                    MOVE WS-DEP-USED TO DA-AMOUNT
                    PERFORM 270-WRITE-DEPOSIT-ACTIVITY
                    MOVE OA-RECO-ID TO AP-RECO-ID
                    MOVE OA-INVOICE-NO TO AP-INVOICE-NO
                    MOVE 'DEPOSIT APPLIED' TO AP-ACTION
                    MOVE WS-DEP-USED TO AP-AMOUNT
                    PERFORM 420-WRITE-APPLY-LINE
                ELSE
                    MOVE 'C' TO DP-DEPOSIT-STATUS
                    REWRITE DP-DEPOSIT-RECORD
                END-IF.
           200-APPLY-CASH.
                OPEN INPUT SORTED-CASH
                MOVE 'NO' TO WS-EOF-SWITCH
           210-APPLY-ONE-RECEIPT.
                ADD 1 TO WS-RECEIPTS-READ
                MOVE CR-AMOUNT-PAID TO WS-APPLY-REMAINING
                IF CR-INVOICE-NO NUMERIC
                 AND CR-INVOICE-NO > ZERO
                    PERFORM 215-APPLY-TO-NAMED-INVOICE
                END-IF
                MOVE 'NO' TO WS-ITEM-EOF-SWITCH
                MOVE CR-RECO-ID TO OA-RECO-ID
                START OPEN-ITEM-FILE
                    UNTIL WS-ITEM-EOF-SWITCH = 'YES'
                       OR WS-APPLY-REMAINING = ZERO
                IF WS-APPLY-REMAINING > ZERO
                    PERFORM 250-HOLD-DEPOSIT
                END-IF.
           215-APPLY-TO-NAMED-INVOICE.
                MOVE CR-INVOICE-NO TO OA-INVOICE-NO
                READ OPEN-ITEM-FILE
                    KEY IS OA-INVOICE-NO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF OA-RECO-ID = CR-RECO-ID
                        AND NOT OA-ITEM-CLOSED
                           ADD 1 TO WS-RECEIPTS-DIRECTED
                           PERFORM 230-POST-PAYMENT
                       END-IF
                END-READ.
           220-APPLY-TO-NEXT-ITEM.
                READ OPEN-ITEM-FILE NEXT RECORD
                    AT END
                MOVE CR-RECEIPT-DATE TO OA-LAST-PAY-DATE
                REWRITE OA-OPEN-ITEM-RECORD
                PERFORM 420-WRITE-APPLY-LINE.
           250-HOLD-DEPOSIT.
                MOVE CR-RECO-ID TO DP-RECO-ID
                MOVE CR-RECEIPT-DATE TO DP-RECEIPT-DATE
                MOVE ZERO TO DP-DEPOSIT-SEQ
                MOVE WS-APPLY-REMAINING TO DP-AMOUNT-HELD
                MOVE ZERO TO DP-AMOUNT-APPLIED
                MOVE ZERO TO DP-AMOUNT-REFUNDED
                MOVE WS-RUN-DATE TO DP-LAST-ACT-DATE
                MOVE 'O' TO DP-DEPOSIT-STATUS
                MOVE 'NO' TO WS-DEP-WRITTEN-SWITCH
                PERFORM 255-WRITE-DEPOSIT
                    UNTIL WS-DEPOSIT-WRITTEN
                       OR DP-DEPOSIT-SEQ = 999
                MOVE CR-RECO-ID TO AP-RECO-ID
                MOVE ZERO TO AP-INVOICE-NO
                MOVE WS-APPLY-REMAINING TO AP-AMOUNT
                IF WS-DEPOSIT-WRITTEN
                    ADD 1 TO WS-DEPOSITS-HELD
                    ADD WS-APPLY-REMAINING TO WS-DEP-HELD-AMOUNT
                    MOVE 'H' TO DA-ACTIVITY-TYPE
                    MOVE CR-RECO-ID TO DA-RECO-ID
                    MOVE ZERO TO DA-INVOICE-NO
                    MOVE WS-APPLY-REMAINING TO DA-AMOUNT
                    PERFORM 270-WRITE-DEPOSIT-ACTIVITY
                    MOVE 'HELD AS DEPOSIT' TO AP-ACTION
                ELSE
                    ADD 1 TO WS-UNAPPLIED-COUNT
                    ADD WS-APPLY-REMAINING TO WS-UNAPPLIED-AMOUNT
                    MOVE 'CASH NOT APPLIED' TO AP-ACTION
                END-IF
                PERFORM 420-WRITE-APPLY-LINE.
           255-WRITE-DEPOSIT.
                ADD 1 TO DP-DEPOSIT-SEQ
                WRITE DP-DEPOSIT-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'YES' TO WS-DEP-WRITTEN-SWITCH
                END-WRITE.
           270-WRITE-DEPOSIT-ACTIVITY.
                MOVE WS-RUN-DATE TO DA-ACTIVITY-DATE
                WRITE DA-DEPOSIT-ACTIVITY.
           600-APPLY-REFUNDS.
                OPEN INPUT REFUND-TRANS
                IF WS-REF-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ REFUND-TRANS INTO RF-REFUND-RECORD
                             AT END
                                MOVE 'YES' TO WS-EOF-SWITCH
                             NOT AT END
                                PERFORM 610-APPLY-ONE-REFUND
                        END-READ
                    END-PERFORM
                    CLOSE REFUND-TRANS
                END-IF.
           610-APPLY-ONE-REFUND.
                ADD 1 TO WS-REFUNDS-READ
                MOVE RF-RECO-ID TO AP-RECO-ID
                MOVE ZERO TO AP-INVOICE-NO
                IF RF-AMOUNT NOT NUMERIC
                 OR RF-AMOUNT = ZERO
                    ADD 1 TO WS-REFUND-REJECTS
                    MOVE 'REFUND REJECTED' TO AP-ACTION
                    MOVE ZERO TO AP-AMOUNT
                    PERFORM 420-WRITE-APPLY-LINE
                ELSE
                    PERFORM 620-SUM-DEPOSITS
                    MOVE RF-AMOUNT TO AP-AMOUNT
                    IF RF-AMOUNT > WS-DEP-AVAILABLE
                        ADD 1 TO WS-REFUND-REJECTS
                        MOVE 'REFUND > DEPOSIT' TO AP-ACTION
                        PERFORM 420-WRITE-APPLY-LINE
                    ELSE
                        PERFORM 630-PAY-REFUND
                    END-IF
                END-IF.
           620-SUM-DEPOSITS.
                MOVE ZERO TO WS-DEP-AVAILABLE
                PERFORM 640-START-ARTIST-DEPOSITS
                PERFORM 625-ADD-NEXT-DEPOSIT
                    UNTIL WS-DEP-EOF-SWITCH = 'YES'.
           625-ADD-NEXT-DEPOSIT.
                READ DEPOSIT-FILE NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-DEP-EOF-SWITCH
                    NOT AT END
                       IF DP-RECO-ID NOT = RF-RECO-ID
                           MOVE 'YES' TO WS-DEP-EOF-SWITCH
                       ELSE
                           IF DP-DEPOSIT-OPEN
                               COMPUTE WS-DEP-AVAILABLE =
                                   WS-DEP-AVAILABLE + DP-AMOUNT-HELD
                                 - DP-AMOUNT-APPLIED
                                 - DP-AMOUNT-REFUNDED
                           END-IF
                       END-IF
                END-READ.
           630-PAY-REFUND.
                MOVE RF-AMOUNT TO WS-APPLY-REMAINING
                PERFORM 640-START-ARTIST-DEPOSITS
                PERFORM 635-REFUND-NEXT-DEPOSIT
                    UNTIL WS-DEP-EOF-SWITCH = 'YES'
                       OR WS-APPLY-REMAINING = ZERO
                ADD 1 TO WS-REFUNDS-PAID
                ADD RF-AMOUNT TO WS-REFUND-AMOUNT
                MOVE 'R' TO DA-ACTIVITY-TYPE
                MOVE RF-RECO-ID TO DA-RECO-ID
                MOVE ZERO TO DA-INVOICE-NO
                MOVE RF-AMOUNT TO DA-AMOUNT
                PERFORM 270-WRITE-DEPOSIT-ACTIVITY
                MOVE 'DEPOSIT REFUNDED' TO AP-ACTION
                PERFORM 420-WRITE-APPLY-LINE.
           635-REFUND-NEXT-DEPOSIT.
                READ DEPOSIT-FILE NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-DEP-EOF-SWITCH
                    NOT AT END
                       IF DP-RECO-ID NOT = RF-RECO-ID
                           MOVE 'YES' TO WS-DEP-EOF-SWITCH
                       ELSE
                           IF DP-DEPOSIT-OPEN
                               PERFORM 638-REFUND-DEPOSIT
                           END-IF
                       END-IF
                END-READ.
           638-REFUND-DEPOSIT.
                COMPUTE WS-DEP-BALANCE = DP-AMOUNT-HELD
                    - DP-AMOUNT-APPLIED - DP-AMOUNT-REFUNDED
                IF WS-DEP-BALANCE < WS-APPLY-REMAINING
                    MOVE WS-DEP-BALANCE TO WS-DEP-USED
                ELSE
                    MOVE WS-APPLY-REMAINING TO WS-DEP-USED
                END-IF
                ADD WS-DEP-USED TO DP-AMOUNT-REFUNDED
                SUBTRACT WS-DEP-USED FROM WS-APPLY-REMAINING
                SUBTRACT WS-DEP-USED FROM WS-DEP-BALANCE
                IF WS-DEP-BALANCE = ZERO
                    MOVE 'C' TO DP-DEPOSIT-STATUS
                END-IF
                MOVE RF-REFUND-DATE TO DP-LAST-ACT-DATE
                REWRITE DP-DEPOSIT-RECORD.
           640-START-ARTIST-DEPOSITS.
                MOVE 'NO' TO WS-DEP-EOF-SWITCH
                MOVE RF-RECO-ID TO DP-RECO-ID
                MOVE ZERO TO DP-RECEIPT-DATE
                MOVE ZERO TO DP-DEPOSIT-SEQ
                START DEPOSIT-FILE
                    KEY IS >= DP-DEPOSIT-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-DEP-EOF-SWITCH
                END-START.
           420-WRITE-APPLY-LINE.
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                MOVE WS-RECEIPTS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'RECEIPTS TO NAMED INVOICE :' TO TL-LABEL
                MOVE WS-RECEIPTS-DIRECTED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'CASH APPLIED AMOUNT :' TO TL-LABEL
                MOVE WS-CASH-APPLIED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                MOVE 'CREDITS NOT MATCHED :' TO TL-LABEL
                MOVE WS-CREDIT-REJECTS TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'RECEIPTS HELD AS DEPOSIT :' TO TL-LABEL
                MOVE WS-DEPOSITS-HELD TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'DEPOSIT AMOUNT HELD :' TO TL-LABEL
                MOVE WS-DEP-HELD-AMOUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'DEPOSITS APPLIED :' TO TL-LABEL
                MOVE WS-DEPOSITS-USED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'DEPOSIT AMOUNT APPLIED :' TO TL-LABEL
                MOVE WS-DEP-USED-AMOUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'REFUNDS READ :' TO TL-LABEL
                MOVE WS-REFUNDS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'REFUNDS PAID :' TO TL-LABEL
                MOVE WS-REFUNDS-PAID TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'REFUND AMOUNT PAID :' TO TL-LABEL
                MOVE WS-REFUND-AMOUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES
                MOVE 'REFUNDS REJECTED :' TO TL-LABEL
                MOVE WS-REFUND-REJECTS TO TL-VALUE
                MOVE TL-TRAILER-LINE TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE HL-COLUMN-HEADING TO AR-UPDATE-LIST
                WRITE AR-UPDATE-LIST AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-LINE-COUNT.
           940-START-CYCLE-STEP.
                MOVE 1 TO WS-CYC-RELATIVE-KEY
                OPEN I-O CYCLE-CONTROL
                IF WS-CYC-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                READ CYCLE-CONTROL
                    INVALID KEY
                       CLOSE CYCLE-CONTROL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                END-READ
                MOVE ZERO TO WS-CYC-STEP-IDX
                PERFORM 942-FIND-CYCLE-STEP
                    VARYING WS-CYC-IDX FROM 1 BY 1
                    UNTIL WS-CYC-IDX > CY-STEP-COUNT
                IF WS-CYC-STEP-IDX = ZERO
                    PERFORM 948-REFUSE-CYCLE-STEP
                END-IF
                IF WS-CYC-STEP-IDX > 1
                    COMPUTE WS-CYC-PRED-IDX = WS-CYC-STEP-IDX - 1
                    IF NOT CY-STEP-COMPLETE (WS-CYC-PRED-IDX)
                        PERFORM 948-REFUSE-CYCLE-STEP
                    END-IF
                END-IF
                MOVE 'NO' TO WS-CYC-OVR-SWITCH
                IF CY-STEP-COMPLETE (WS-CYC-STEP-IDX)
                    PERFORM 944-READ-CYCLE-OVERRIDE
                    IF NOT WS-CYC-OVERRIDE
                        PERFORM 948-REFUSE-CYCLE-STEP
                    END-IF
                    COMPUTE WS-CYC-NEXT-IDX = WS-CYC-STEP-IDX + 1
                    PERFORM 947-RESET-LATER-STEP
                        VARYING WS-CYC-IDX FROM WS-CYC-NEXT-IDX BY 1
                        UNTIL WS-CYC-IDX > CY-STEP-COUNT
                END-IF
                ACCEPT WS-CYC-TIME FROM TIME
                MOVE 'S' TO CY-STEP-STATUS (WS-CYC-STEP-IDX)
                ADD 1 TO CY-STEP-RUN-COUNT (WS-CYC-STEP-IDX)
                ACCEPT CY-STEP-START-DATE (WS-CYC-STEP-IDX)
                    FROM DATE YYYYMMDD
                MOVE WS-CYC-TIME TO CY-STEP-START-TIME (WS-CYC-STEP-IDX)
                MOVE ZERO TO CY-STEP-END-TIME (WS-CYC-STEP-IDX)
                MOVE ZERO TO CY-STEP-RETURN-CODE (WS-CYC-STEP-IDX)
                IF WS-CYC-OVERRIDE
                    MOVE 'Y' TO CY-STEP-OVERRIDE (WS-CYC-STEP-IDX)
                ELSE
                    MOVE 'N' TO CY-STEP-OVERRIDE (WS-CYC-STEP-IDX)
                END-IF
                REWRITE CY-CYCLE-RECORD
                    INVALID KEY
                       CLOSE CYCLE-CONTROL
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                END-REWRITE.
           942-FIND-CYCLE-STEP.
                IF CY-STEP-NAME (WS-CYC-IDX) = WS-CYC-STEP-NAME
                    MOVE WS-CYC-IDX TO WS-CYC-STEP-IDX
                END-IF.
           944-READ-CYCLE-OVERRIDE.
                OPEN INPUT CYCLE-OVERRIDE
                IF WS-COV-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-CYC-EOF-SWITCH
                    PERFORM UNTIL WS-CYC-EOF-SWITCH = 'YES'
                        READ CYCLE-OVERRIDE
                            AT END
                               MOVE 'YES' TO WS-CYC-EOF-SWITCH
                            NOT AT END
                               PERFORM 945-CHECK-CYCLE-OVERRIDE
                        END-READ
                    END-PERFORM
                    CLOSE CYCLE-OVERRIDE
                END-IF.
           945-CHECK-CYCLE-OVERRIDE.
                IF CO-STEP-NAME = WS-CYC-STEP-NAME
                 AND CO-BUSINESS-DATE = CY-BUSINESS-DATE
                    MOVE 'YES' TO WS-CYC-OVR-SWITCH
                END-IF.
           947-RESET-LATER-STEP.
                MOVE SPACE TO CY-STEP-STATUS (WS-CYC-IDX).
           948-REFUSE-CYCLE-STEP.
                CLOSE CYCLE-CONTROL
                MOVE 12 TO RETURN-CODE
                STOP RUN.
           949-FAIL-CYCLE-STEP.
                PERFORM 950-END-CYCLE-STEP
                STOP RUN.
           950-END-CYCLE-STEP.
                ACCEPT WS-CYC-TIME FROM TIME
                MOVE WS-CYC-TIME TO CY-STEP-END-TIME (WS-CYC-STEP-IDX)
                MOVE RETURN-CODE
                    TO CY-STEP-RETURN-CODE (WS-CYC-STEP-IDX)
                IF RETURN-CODE > 4
                    MOVE 'F' TO CY-STEP-STATUS (WS-CYC-STEP-IDX)
                ELSE
                    MOVE 'C' TO CY-STEP-STATUS (WS-CYC-STEP-IDX)
                END-IF
                REWRITE CY-CYCLE-RECORD
                    INVALID KEY
                       MOVE 16 TO RETURN-CODE
                END-REWRITE
                CLOSE CYCLE-CONTROL.
