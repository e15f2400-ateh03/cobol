      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Bank lockbox intake.  Reads the bank's daily lockbox
      *          transmission (one file header, a batch record ahead
      *          of each batch of remittance items, and a file
      *          trailer) and first proves every batch and the whole
      *          file against the bank's own item counts and dollar
      *          totals.  A transmission that does not balance is
      *          refused with RC 8 and no cash is written.  Once it
      *          balances, each remittance is matched on the invoice
      *          number from the check stub to OPEN-ITEM-FILE and
      *          written to the cash-receipts file with that invoice
      *          number, so ABCARUP applies the payment to the
      *          invoice the artist actually paid.  A remittance with
      *          no usable invoice number but a valid account number
      *          is passed through to be applied oldest invoice
      *          first.  Anything that cannot be tied to an artist,
      *          that names an invoice already paid in full, or that
      *          is for a dropped account goes to the exceptions
      *          report for the cash clerk and sets RC 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCLBOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE
               ASSIGN TO FILELBX
               FILE STATUS IS WS-LBX-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO FILEOPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-INVOICE-NO
               ALTERNATE RECORD KEY IS OA-RECO-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT ARTIST-FILE
               ASSIGN TO FILEIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-RECO-ID
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT CASH-RECEIPTS
               ASSIGN TO FILECSH.
           SELECT LOCKBOX-REPORT
               ASSIGN TO FILELBXR.
           SELECT LOCKBOX-EXCEPTIONS
               ASSIGN TO FILELBXE.
       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-FILE
           RECORDING MODE IS F.
       01 LOCKBOX-RECORD          PIC X(80).
       FD OPEN-ITEM-FILE
           RECORDING MODE IS F.
           COPY OPNREC.
       FD ARTIST-FILE
           RECORDING MODE IS F.
           COPY ARTREC REPLACING AR-ARTIST-RECORD BY MR-ARTIST-RECORD
                                  AR-RECO-ID BY MR-RECO-ID
                                  AR-ARTST-NAME BY MR-ARTST-NAME
                                  AR-GENRE BY MR-GENRE
                                  AR-GENRE-VALID BY MR-GENRE-VALID
                                  AR-RECO-STATUS BY MR-RECO-STATUS
                                  AR-STATUS-VALID BY MR-STATUS-VALID
                                  AR-STU-HRS BY MR-STU-HRS
                                  AR-HRLY-RATE BY MR-HRLY-RATE
                                  AR-PROJ-COMPL BY MR-PROJ-COMPL
                                  AR-TAX-JURIS BY MR-TAX-JURIS
                                  AR-MERGED-TO BY MR-MERGED-TO.
       FD CASH-RECEIPTS
           RECORDING MODE IS F.
       01 CASH-RECEIPTS-RECORD    PIC X(30).
       FD LOCKBOX-REPORT
           RECORDING MODE IS F.
          01 LOCKBOX-LIST          PIC X(90).
       FD LOCKBOX-EXCEPTIONS
           RECORDING MODE IS F.
          01 EXCEPTION-LIST        PIC X(100).
          WORKING-STORAGE SECTION.
          01 LX-LOCKBOX-AREA.
              05  LX-RECORD-TYPE       PIC X(1).
                  88  LX-FILE-HEADER           VALUE 'H'.
                  88  LX-BATCH-HEADER          VALUE 'B'.
                  88  LX-REMITTANCE            VALUE 'D'.
                  88  LX-FILE-TRAILER          VALUE 'T'.
              05  LX-RECORD-DATA       PIC X(79).
          01 LH-HEADER-AREA REDEFINES LX-LOCKBOX-AREA.
              05                       PIC X(1).
              05  LH-LOCKBOX-NO        PIC X(7).
              05  LH-DEPOSIT-DATE      PIC 9(8).
              05  LH-BANK-NAME         PIC X(20).
              05                       PIC X(44).
          01 LB-BATCH-AREA REDEFINES LX-LOCKBOX-AREA.
              05                       PIC X(1).
              05  LB-BATCH-NO          PIC 9(4).
              05  LB-ITEM-COUNT        PIC 9(5).
              05  LB-BATCH-AMOUNT      PIC 9(11).
              05                       PIC X(59).
          01 LD-DETAIL-AREA REDEFINES LX-LOCKBOX-AREA.
              05                       PIC X(1).
              05  LD-BATCH-NO          PIC 9(4).
              05  LD-ITEM-SEQ          PIC 9(5).
              05  LD-CHECK-NO          PIC X(10).
              05  LD-AMOUNT            PIC 9(9).
              05  LD-INVOICE-NO        PIC X(7).
              05  LD-INVOICE-NUM REDEFINES LD-INVOICE-NO
                                       PIC 9(7).
              05  LD-RECO-ID           PIC X(6).
              05  LD-PAYER-NAME        PIC X(20).
              05                       PIC X(18).
          01 LT-TRAILER-AREA REDEFINES LX-LOCKBOX-AREA.
              05                       PIC X(1).
              05  LT-BATCH-COUNT       PIC 9(4).
              05  LT-ITEM-COUNT        PIC 9(7).
              05  LT-TOTAL-AMOUNT      PIC 9(13).
              05                       PIC X(55).
          01 CR-CASH-RECORD.
              05  CR-RECO-ID       PIC X(6).
              05  CR-RECEIPT-DATE  PIC 9(8).
              05  CR-AMOUNT-PAID   PIC 9(9).
              05  CR-INVOICE-NO    PIC 9(7).
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-LBX-FILE-STATUS   PIC X(2).
              05  WS-OPN-FILE-STATUS   PIC X(2).
              05  WS-MST-FILE-STATUS   PIC X(2).
              05  WS-BALANCE-SWITCH    PIC X(3) VALUE 'YES'.
                  88  WS-FILE-BALANCED         VALUE 'YES'.
              05  WS-BATCH-OPEN-SWITCH PIC X(3) VALUE 'NO'.
                  88  WS-BATCH-OPEN            VALUE 'YES'.
              05  WS-MATCH-SWITCH      PIC X(3) VALUE 'NO'.
                  88  WS-ITEM-MATCHED          VALUE 'YES'.
              05  WS-ACCOUNT-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-ACCOUNT-ON-FILE       VALUE 'YES'.
              05  WS-DROPPED-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-ACCOUNT-DROPPED       VALUE 'YES'.
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-DEPOSIT-DATE           PIC 9(8) VALUE ZERO.
          01 WS-STUB-RECO-ID           PIC X(6).
          01 WS-ERROR-TEXT             PIC X(30) VALUE SPACES.
          01 WS-BATCH-CONTROL.
              05  WS-BATCH-NO          PIC 9(4) VALUE ZERO.
              05  WS-BANK-ITEMS        PIC 9(7) VALUE ZERO.
              05  WS-BANK-AMOUNT       PIC 9(13) VALUE ZERO.
              05  WS-BATCH-ITEMS       PIC 9(7) VALUE ZERO.
              05  WS-BATCH-AMOUNT      PIC 9(13) VALUE ZERO.
          01 WS-FILE-CONTROL.
              05  WS-HEADERS-READ      PIC 9(7) VALUE ZERO.
              05  WS-TRAILERS-READ     PIC 9(7) VALUE ZERO.
              05  WS-BATCHES-READ      PIC 9(7) VALUE ZERO.
              05  WS-ITEMS-READ        PIC 9(7) VALUE ZERO.
              05  WS-FILE-AMOUNT       PIC 9(13) VALUE ZERO.
              05  WS-TRL-BATCHES       PIC 9(7) VALUE ZERO.
              05  WS-TRL-ITEMS         PIC 9(7) VALUE ZERO.
              05  WS-TRL-AMOUNT        PIC 9(13) VALUE ZERO.
          01 WS-TOTALS.
              05  WS-RECEIPTS-WRITTEN  PIC 9(7) VALUE ZERO.
              05  WS-RECEIPTS-AMOUNT   PIC 9(13) VALUE ZERO.
              05  WS-MATCHED-INVOICE   PIC 9(7) VALUE ZERO.
              05  WS-MATCHED-ACCOUNT   PIC 9(7) VALUE ZERO.
              05  WS-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.
              05  WS-EXCEPTION-AMOUNT  PIC 9(13) VALUE ZERO.
          01 WS-PAGE-CONTROL.
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-MAX-LINES         PIC 9(3) VALUE 55.
          01 BL-BATCH-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  BL-BATCH-NO      PIC 9(4).
              05                   PIC X(3) VALUE SPACES.
              05  BL-BANK-ITEMS    PIC Z(6)9.
              05                   PIC X(2) VALUE SPACES.
              05  BL-BATCH-ITEMS   PIC Z(6)9.
              05                   PIC X(2) VALUE SPACES.
              05  BL-BANK-AMOUNT   PIC Z(12)9.
              05                   PIC X(2) VALUE SPACES.
              05  BL-BATCH-AMOUNT  PIC Z(12)9.
              05                   PIC X(3) VALUE SPACES.
              05  BL-RESULT        PIC X(6).
          01 EL-ERROR-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(16) VALUE
                  'FILE STRUCTURE :'.
              05  EL-ERROR-TEXT    PIC X(30).
          01 XL-EXCEPTION-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  XL-BATCH-NO      PIC 9(4).
              05                   PIC X(1) VALUE '-'.
              05  XL-ITEM-SEQ      PIC 9(5).
              05                   PIC X(2) VALUE SPACES.
              05  XL-CHECK-NO      PIC X(10).
              05                   PIC X(2) VALUE SPACES.
              05  XL-AMOUNT        PIC Z(8)9.
              05                   PIC X(2) VALUE SPACES.
              05  XL-INVOICE-NO    PIC X(7).
              05                   PIC X(2) VALUE SPACES.
              05  XL-RECO-ID       PIC X(6).
              05                   PIC X(2) VALUE SPACES.
              05  XL-PAYER-NAME    PIC X(20).
              05                   PIC X(2) VALUE SPACES.
              05  XL-REASON        PIC X(20).
          01 XH-EXCEPTION-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(10) VALUE 'BATCH-ITEM'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(10) VALUE 'CHECK NO'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(9) VALUE '   AMOUNT'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE 'INVOICE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(6) VALUE 'RECOID'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(20) VALUE 'PAYER'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(20) VALUE 'REASON'.
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(12)9.
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(28) VALUE
                  'ABC UNIVERSAL LOCKBOX INTAKE'.
              05                   PIC X(5) VALUE SPACES.
              05  HL-DATE-LABEL    PIC X(9) VALUE 'RUN DATE:'.
              05  HL-RUN-DATE      PIC 9(8).
              05                   PIC X(5) VALUE SPACES.
              05  HL-PAGE-LABEL    PIC X(5) VALUE 'PAGE:'.
              05  HL-PAGE-NO       PIC ZZ9.
          01 HL-COLUMN-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(4) VALUE 'BTCH'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(7) VALUE '   BANK'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE '   READ'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(13) VALUE '  BANK AMOUNT'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(13) VALUE '  READ AMOUNT'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(6) VALUE 'RESULT'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               OPEN INPUT LOCKBOX-FILE
               IF WS-LBX-FILE-STATUS NOT = '00'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT OPEN-ITEM-FILE
               IF WS-OPN-FILE-STATUS NOT = '00'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT ARTIST-FILE
               IF WS-MST-FILE-STATUS NOT = '00'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT CASH-RECEIPTS
                           LOCKBOX-REPORT
                           LOCKBOX-EXCEPTIONS
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 400-HEADING
               MOVE XH-EXCEPTION-HEADING TO EXCEPTION-LIST
               WRITE EXCEPTION-LIST
               PERFORM 200-BALANCE-LOCKBOX
               CLOSE LOCKBOX-FILE
               IF WS-FILE-BALANCED
                   OPEN INPUT LOCKBOX-FILE
                   PERFORM 250-MATCH-REMITTANCES
                   CLOSE LOCKBOX-FILE
               END-IF
               PERFORM 300-TRAILER
               IF NOT WS-FILE-BALANCED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-EXCEPTION-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE OPEN-ITEM-FILE
                     ARTIST-FILE
                     CASH-RECEIPTS
                     LOCKBOX-REPORT
                     LOCKBOX-EXCEPTIONS
               STOP RUN.
           200-BALANCE-LOCKBOX.
                MOVE 'NO' TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                    READ LOCKBOX-FILE INTO LX-LOCKBOX-AREA
                         AT END
                            MOVE 'YES' TO WS-EOF-SWITCH
                         NOT AT END
                            PERFORM 210-BALANCE-ONE-RECORD
                    END-READ
                END-PERFORM
                IF WS-BATCH-OPEN
                    PERFORM 230-CLOSE-BATCH
                END-IF
                IF WS-HEADERS-READ NOT = 1
                    MOVE 'FILE HEADER MISSING' TO WS-ERROR-TEXT
                    PERFORM 240-STRUCTURE-ERROR
                END-IF
                IF WS-TRAILERS-READ NOT = 1
                    MOVE 'FILE TRAILER MISSING' TO WS-ERROR-TEXT
                    PERFORM 240-STRUCTURE-ERROR
                ELSE
                    IF WS-TRL-BATCHES NOT = WS-BATCHES-READ
                        MOVE 'TRAILER BATCH COUNT' TO WS-ERROR-TEXT
                        PERFORM 240-STRUCTURE-ERROR
                    END-IF
                    IF WS-TRL-ITEMS NOT = WS-ITEMS-READ
                        MOVE 'TRAILER ITEM COUNT' TO WS-ERROR-TEXT
                        PERFORM 240-STRUCTURE-ERROR
                    END-IF
                    IF WS-TRL-AMOUNT NOT = WS-FILE-AMOUNT
                        MOVE 'TRAILER DOLLAR TOTAL' TO WS-ERROR-TEXT
                        PERFORM 240-STRUCTURE-ERROR
                    END-IF
                END-IF.
           210-BALANCE-ONE-RECORD.
                IF WS-TRAILERS-READ > ZERO
                    MOVE 'RECORD AFTER TRAILER' TO WS-ERROR-TEXT
                    PERFORM 240-STRUCTURE-ERROR
                END-IF
                IF LX-FILE-HEADER
                    ADD 1 TO WS-HEADERS-READ
                    IF LH-DEPOSIT-DATE NUMERIC
                        MOVE LH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                    ELSE
                        MOVE 'INVALID DEPOSIT DATE'
                            TO WS-ERROR-TEXT
                        PERFORM 240-STRUCTURE-ERROR
                    END-IF
                ELSE
                    IF LX-BATCH-HEADER
                        PERFORM 220-OPEN-BATCH
                    ELSE
                        IF LX-REMITTANCE
                            PERFORM 225-COUNT-REMITTANCE
                        ELSE
                            IF LX-FILE-TRAILER
                                PERFORM 235-READ-TRAILER
                            ELSE
                                MOVE 'UNKNOWN RECORD TYPE'
                                    TO WS-ERROR-TEXT
                                PERFORM 240-STRUCTURE-ERROR
                            END-IF
                        END-IF
                    END-IF
                END-IF.
           220-OPEN-BATCH.
                IF WS-BATCH-OPEN
                    PERFORM 230-CLOSE-BATCH
                END-IF
                ADD 1 TO WS-BATCHES-READ
                MOVE 'YES' TO WS-BATCH-OPEN-SWITCH
                MOVE ZERO TO WS-BATCH-ITEMS
                MOVE ZERO TO WS-BATCH-AMOUNT
                IF LB-BATCH-NO NUMERIC
                 AND LB-ITEM-COUNT NUMERIC
                 AND LB-BATCH-AMOUNT NUMERIC
                    MOVE LB-BATCH-NO TO WS-BATCH-NO
                    MOVE LB-ITEM-COUNT TO WS-BANK-ITEMS
                    MOVE LB-BATCH-AMOUNT TO WS-BANK-AMOUNT
                ELSE
                    MOVE ZERO TO WS-BATCH-NO
                    MOVE ZERO TO WS-BANK-ITEMS
                    MOVE ZERO TO WS-BANK-AMOUNT
                    MOVE 'INVALID BATCH RECORD' TO WS-ERROR-TEXT
                    PERFORM 240-STRUCTURE-ERROR
                END-IF.
           225-COUNT-REMITTANCE.
                ADD 1 TO WS-ITEMS-READ
                IF NOT WS-BATCH-OPEN
                    MOVE 'ITEM OUTSIDE A BATCH' TO WS-ERROR-TEXT
                    PERFORM 240-STRUCTURE-ERROR
                ELSE
                    IF LD-BATCH-NO NOT = WS-BATCH-NO
                        MOVE 'ITEM BATCH NUMBER' TO WS-ERROR-TEXT
                        PERFORM 240-STRUCTURE-ERROR
                    END-IF
                END-IF
                IF LD-AMOUNT NUMERIC
                    ADD 1 TO WS-BATCH-ITEMS
                    ADD LD-AMOUNT TO WS-BATCH-AMOUNT
                    ADD LD-AMOUNT TO WS-FILE-AMOUNT
                ELSE
                    MOVE 'INVALID ITEM AMOUNT' TO WS-ERROR-TEXT
                    PERFORM 240-STRUCTURE-ERROR
                END-IF.
           230-CLOSE-BATCH.
                MOVE 'NO' TO WS-BATCH-OPEN-SWITCH
                MOVE WS-BATCH-NO TO BL-BATCH-NO
                MOVE WS-BANK-ITEMS TO BL-BANK-ITEMS
                MOVE WS-BATCH-ITEMS TO BL-BATCH-ITEMS
                MOVE WS-BANK-AMOUNT TO BL-BANK-AMOUNT
                MOVE WS-BATCH-AMOUNT TO BL-BATCH-AMOUNT
                IF WS-BANK-ITEMS = WS-BATCH-ITEMS
                 AND WS-BANK-AMOUNT = WS-BATCH-AMOUNT
                    MOVE 'OK' TO BL-RESULT
                ELSE
                    MOVE 'ERROR' TO BL-RESULT
                    MOVE 'NO' TO WS-BALANCE-SWITCH
                END-IF
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE BL-BATCH-LINE TO LOCKBOX-LIST
                WRITE LOCKBOX-LIST AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT.
           235-READ-TRAILER.
                IF WS-BATCH-OPEN
                    PERFORM 230-CLOSE-BATCH
                END-IF
                ADD 1 TO WS-TRAILERS-READ
                IF LT-BATCH-COUNT NUMERIC
                 AND LT-ITEM-COUNT NUMERIC
                 AND LT-TOTAL-AMOUNT NUMERIC
                    MOVE LT-BATCH-COUNT TO WS-TRL-BATCHES
                    MOVE LT-ITEM-COUNT TO WS-TRL-ITEMS
                    MOVE LT-TOTAL-AMOUNT TO WS-TRL-AMOUNT
                ELSE
                    MOVE 'INVALID TRAILER RECORD' TO WS-ERROR-TEXT
                    PERFORM 240-STRUCTURE-ERROR
                END-IF.
           240-STRUCTURE-ERROR.
                MOVE 'NO' TO WS-BALANCE-SWITCH
                MOVE WS-ERROR-TEXT TO EL-ERROR-TEXT
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE EL-ERROR-LINE TO LOCKBOX-LIST
                WRITE LOCKBOX-LIST AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT.
           250-MATCH-REMITTANCES.
                MOVE 'NO' TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                    READ LOCKBOX-FILE INTO LX-LOCKBOX-AREA
                         AT END
                            MOVE 'YES' TO WS-EOF-SWITCH
                         NOT AT END
                            IF LX-REMITTANCE
                                PERFORM 260-MATCH-ONE-REMITTANCE
                            END-IF
                    END-READ
                END-PERFORM.
           260-MATCH-ONE-REMITTANCE.
                MOVE 'NO' TO WS-MATCH-SWITCH
                MOVE SPACES TO XL-REASON
                MOVE SPACES TO CR-RECO-ID
                MOVE ZERO TO CR-INVOICE-NO
                PERFORM 262-RESOLVE-ACCOUNT
                IF LD-INVOICE-NUM NUMERIC
                 AND LD-INVOICE-NUM > ZERO
                    PERFORM 265-MATCH-INVOICE
                ELSE
                    MOVE 'NO INVOICE NUMBER' TO XL-REASON
                END-IF
                IF NOT WS-ITEM-MATCHED
                 AND WS-STUB-RECO-ID NOT = SPACES
                 AND XL-REASON NOT = 'ACCOUNT MISMATCH'
                 AND XL-REASON NOT = 'INVOICE ALREADY PAID'
                 AND XL-REASON NOT = 'ACCOUNT DROPPED'
                    PERFORM 270-MATCH-ACCOUNT
                END-IF
                IF WS-ITEM-MATCHED
                    PERFORM 280-WRITE-RECEIPT
                ELSE
                    PERFORM 290-WRITE-EXCEPTION
                END-IF.
           262-RESOLVE-ACCOUNT.
                MOVE LD-RECO-ID TO WS-STUB-RECO-ID
                MOVE 'NO' TO WS-ACCOUNT-SWITCH
                MOVE 'NO' TO WS-DROPPED-SWITCH
                IF LD-RECO-ID NOT = SPACES
                    MOVE LD-RECO-ID TO MR-RECO-ID
                    READ ARTIST-FILE
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           MOVE 'YES' TO WS-ACCOUNT-SWITCH
                           IF MR-MERGED-TO NOT = SPACES
                               MOVE MR-MERGED-TO TO WS-STUB-RECO-ID
                           ELSE
                               IF MR-RECO-STATUS = 'D'
                                   MOVE 'YES' TO WS-DROPPED-SWITCH
                               END-IF
                           END-IF
                    END-READ
                END-IF.
           265-MATCH-INVOICE.
                MOVE LD-INVOICE-NUM TO OA-INVOICE-NO
                READ OPEN-ITEM-FILE
                    INVALID KEY
                       MOVE 'INVOICE NOT ON FILE' TO XL-REASON
                    NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WS-STUB-RECO-ID NOT = SPACES
                            AND WS-STUB-RECO-ID NOT = OA-RECO-ID
                               MOVE 'ACCOUNT MISMATCH' TO XL-REASON
                           WHEN WS-ACCOUNT-DROPPED
                               MOVE 'ACCOUNT DROPPED' TO XL-REASON
                           WHEN OA-ITEM-CLOSED
                               MOVE 'INVOICE ALREADY PAID' TO XL-REASON
                           WHEN OTHER
                               MOVE 'YES' TO WS-MATCH-SWITCH
                               MOVE OA-RECO-ID TO CR-RECO-ID
                               MOVE OA-INVOICE-NO TO CR-INVOICE-NO
                               ADD 1 TO WS-MATCHED-INVOICE
                       END-EVALUATE
                END-READ.
           270-MATCH-ACCOUNT.
                EVALUATE TRUE
                    WHEN WS-ACCOUNT-DROPPED
                        MOVE 'ACCOUNT DROPPED' TO XL-REASON
                    WHEN WS-ACCOUNT-ON-FILE
                        MOVE WS-STUB-RECO-ID TO CR-RECO-ID
                        MOVE 'YES' TO WS-MATCH-SWITCH
                        ADD 1 TO WS-MATCHED-ACCOUNT
                    WHEN OTHER
                        MOVE 'ACCOUNT NOT ON FILE' TO XL-REASON
                END-EVALUATE.
           280-WRITE-RECEIPT.
                MOVE WS-DEPOSIT-DATE TO CR-RECEIPT-DATE
                MOVE LD-AMOUNT TO CR-AMOUNT-PAID
                MOVE CR-CASH-RECORD TO CASH-RECEIPTS-RECORD
                WRITE CASH-RECEIPTS-RECORD
                ADD 1 TO WS-RECEIPTS-WRITTEN
                ADD LD-AMOUNT TO WS-RECEIPTS-AMOUNT.
           290-WRITE-EXCEPTION.
                ADD 1 TO WS-EXCEPTION-COUNT
                ADD LD-AMOUNT TO WS-EXCEPTION-AMOUNT
                MOVE LD-BATCH-NO TO XL-BATCH-NO
                MOVE LD-ITEM-SEQ TO XL-ITEM-SEQ
                MOVE LD-CHECK-NO TO XL-CHECK-NO
                MOVE LD-AMOUNT TO XL-AMOUNT
                MOVE LD-INVOICE-NO TO XL-INVOICE-NO
                MOVE LD-RECO-ID TO XL-RECO-ID
                MOVE LD-PAYER-NAME TO XL-PAYER-NAME
                MOVE XL-EXCEPTION-LINE TO EXCEPTION-LIST
                WRITE EXCEPTION-LIST.
           300-TRAILER.
                IF WS-FILE-BALANCED
                    MOVE 'LOCKBOX FILE BALANCED :' TO TL-LABEL
                ELSE
                    MOVE 'FILE REFUSED - OUT OF BALANCE' TO TL-LABEL
                END-IF
                MOVE WS-DEPOSIT-DATE TO TL-VALUE
                MOVE TL-TRAILER-LINE TO LOCKBOX-LIST
                WRITE LOCKBOX-LIST AFTER ADVANCING 3 LINES
                MOVE 'BATCHES READ :' TO TL-LABEL
                MOVE WS-BATCHES-READ TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'BANK BATCH COUNT :' TO TL-LABEL
                MOVE WS-TRL-BATCHES TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'REMITTANCES READ :' TO TL-LABEL
                MOVE WS-ITEMS-READ TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'BANK ITEM COUNT :' TO TL-LABEL
                MOVE WS-TRL-ITEMS TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'REMITTANCE AMOUNT READ :' TO TL-LABEL
                MOVE WS-FILE-AMOUNT TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'BANK DOLLAR TOTAL :' TO TL-LABEL
                MOVE WS-TRL-AMOUNT TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'CASH RECEIPTS WRITTEN :' TO TL-LABEL
                MOVE WS-RECEIPTS-WRITTEN TO TL-VALUE
                MOVE TL-TRAILER-LINE TO LOCKBOX-LIST
                WRITE LOCKBOX-LIST AFTER ADVANCING 2 LINES
                MOVE 'CASH RECEIPTS AMOUNT :' TO TL-LABEL
                MOVE WS-RECEIPTS-AMOUNT TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'MATCHED TO INVOICE :' TO TL-LABEL
                MOVE WS-MATCHED-INVOICE TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'MATCHED TO ACCOUNT ONLY :' TO TL-LABEL
                MOVE WS-MATCHED-ACCOUNT TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'EXCEPTION ITEMS :' TO TL-LABEL
                MOVE WS-EXCEPTION-COUNT TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'EXCEPTION AMOUNT :' TO TL-LABEL
                MOVE WS-EXCEPTION-AMOUNT TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'EXCEPTION ITEMS :' TO TL-LABEL
                MOVE WS-EXCEPTION-COUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO EXCEPTION-LIST
                WRITE EXCEPTION-LIST
                MOVE 'EXCEPTION AMOUNT :' TO TL-LABEL
                MOVE WS-EXCEPTION-AMOUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO EXCEPTION-LIST
                WRITE EXCEPTION-LIST.
           310-WRITE-TRAILER.
                MOVE TL-TRAILER-LINE TO LOCKBOX-LIST
                WRITE LOCKBOX-LIST AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PAGE-COUNT TO HL-PAGE-NO
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO LOCKBOX-LIST
                WRITE LOCKBOX-LIST AFTER ADVANCING PAGE
                MOVE HL-COLUMN-HEADING TO LOCKBOX-LIST
                WRITE LOCKBOX-LIST AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-LINE-COUNT.
