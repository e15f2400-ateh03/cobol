      *          the billing extract and the cash receipts.  Billing
      *          posts receivable against revenue (voids and credit
      *          memos reversed), with revenue broken out by genre;
      *          cash posts cash against receivable.  Deposit
      *          activity from ABCARUP moves cash held on deposit to
      *          the customer-deposits liability account, back out
      *          again when a deposit is applied to an invoice, and
      *          out to cash when it is refunded.  Sales tax on
      *          the invoice extract posts receivable against the
      *          sales-tax-payable liability, reversed for voids and
      *          credit memos.  Every posting
      *          is a balanced debit/credit pair, a proof report
      *          shows the batch in balance by account and by genre,
      *          and records that cannot be assigned a revenue
           SELECT CASH-RECEIPTS
               ASSIGN TO FILECSH
               FILE STATUS IS WS-CSH-FILE-STATUS.
           SELECT DEPOSIT-ACTIVITY
               ASSIGN TO FILEDACT
               FILE STATUS IS WS-DAC-FILE-STATUS.
           SELECT INVOICE-EXTRACT
               ASSIGN TO FILEIEX
               FILE STATUS IS WS-IEX-FILE-STATUS.
           SELECT GL-INTERFACE
               ASSIGN TO FILEGLI.
           SELECT GL-REJECTS
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-GENRE-CODE
               FILE STATUS IS WS-GRF-FILE-STATUS.
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
       FD ARTIST-FILE
                                  AR-STATUS-VALID BY MR-STATUS-VALID
                                  AR-STU-HRS BY MR-STU-HRS
                                  AR-HRLY-RATE BY MR-HRLY-RATE
                                  AR-PROJ-COMPL BY MR-PROJ-COMPL
                                  AR-TAX-JURIS BY MR-TAX-JURIS
                                  AR-MERGED-TO BY MR-MERGED-TO.
       FD BILLING-EXTRACT
           RECORDING MODE IS F.
           COPY BILREC.
       FD CASH-RECEIPTS
           RECORDING MODE IS F.
       01 CASH-RECEIPTS-RECORD    PIC X(30).
       FD DEPOSIT-ACTIVITY
           RECORDING MODE IS F.
           COPY DEPACT.
       FD INVOICE-EXTRACT
           RECORDING MODE IS F.
           COPY INVREC.
       FD GL-INTERFACE
           RECORDING MODE IS F.
           COPY GLIREC.
           RECORDING MODE IS F.
       01 GL-REJECT-RECORD.
           05  RJ-REASON        PIC X(2).
           05  RJ-SOURCE-DATA   PIC X(80).
       FD GL-PROOF-REPORT
           RECORDING MODE IS F.
       01 GL-PROOF-LINE         PIC X(80).
       FD GENRE-REFERENCE
           RECORDING MODE IS F.
           COPY GENREF.
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
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-MST-FILE-STATUS   PIC X(2).
              05  WS-BIL-FILE-STATUS   PIC X(2).
              05  WS-CSH-FILE-STATUS   PIC X(2).
              05  WS-GRF-FILE-STATUS   PIC X(2).
              05  WS-DAC-FILE-STATUS   PIC X(2).
              05  WS-IEX-FILE-STATUS   PIC X(2).
              05  WS-ACCT-SWITCH       PIC X(3) VALUE 'NO'.
                  88  WS-ACCT-ASSIGNED         VALUE 'YES'.
          01 WS-ACCOUNT-CONTROL.
              05  WS-RECV-ACCOUNT      PIC X(8) VALUE '12000000'.
              05  WS-CASH-ACCOUNT      PIC X(8) VALUE '10000000'.
              05  WS-DEPOSIT-ACCOUNT   PIC X(8) VALUE '21000000'.
              05  WS-TAX-ACCOUNT       PIC X(8) VALUE '22000000'.
              05  WS-REVENUE-ACCOUNT   PIC X(8) VALUE SPACES.
          01 WS-GENRE-ACCT-TABLE-AREA.
              05  WS-GACCT-COUNT       PIC 9(4) COMP VALUE ZERO.
          01 WS-TOTALS.
              05  WS-BIL-READ          PIC 9(7) VALUE ZERO.
              05  WS-CSH-READ          PIC 9(7) VALUE ZERO.
              05  WS-DAC-READ          PIC 9(7) VALUE ZERO.
              05  WS-TAX-POSTED        PIC 9(7) VALUE ZERO.
              05  WS-TAX-TOTAL         PIC S9(11) VALUE ZERO.
              05  WS-PAIRS-WRITTEN     PIC 9(7) VALUE ZERO.
              05  WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
              05  WS-TOTAL-DEBITS      PIC 9(13) VALUE ZERO.
              05                   PIC X(5) VALUE SPACES.
              05  HL-DATE-LABEL    PIC X(9) VALUE 'RUN DATE:'.
              05  HL-RUN-DATE      PIC 9(8).
          01 WS-CYCLE-AREA.
              05  WS-CYC-FILE-STATUS   PIC X(2).
              05  WS-COV-FILE-STATUS   PIC X(2).
              05  WS-CYC-STEP-NAME     PIC X(8) VALUE 'ABCGL'.
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
               OPEN INPUT ARTIST-FILE
               OPEN OUTPUT GL-INTERFACE
                           GL-REJECTS
                           GL-PROOF-REPORT
               MOVE CY-BUSINESS-DATE TO WS-RUN-DATE
               PERFORM 110-LOAD-GENRE-ACCOUNTS
               PERFORM 400-HEADING
               PERFORM 200-POST-BILLING
               PERFORM 500-POST-CASH
               PERFORM 600-POST-DEPOSITS
               PERFORM 700-POST-SALES-TAX
               PERFORM 300-PROOF-REPORT
               CLOSE ARTIST-FILE
                     GL-INTERFACE
                     GL-REJECTS
                     GL-PROOF-REPORT
               PERFORM 950-END-CYCLE-STEP
               STOP RUN.
           110-LOAD-GENRE-ACCOUNTS.
                OPEN INPUT GENRE-REFERENCE
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'CA' TO RJ-REASON
                    MOVE SPACES TO RJ-SOURCE-DATA
                    MOVE CR-CASH-RECORD TO RJ-SOURCE-DATA (1:30)
                    WRITE GL-REJECT-RECORD
                ELSE
                    MOVE SPACES TO WS-POST-GENRE
                    PERFORM 250-WRITE-GL-RECORD
                    ADD 1 TO WS-PAIRS-WRITTEN
                END-IF.
           600-POST-DEPOSITS.
                OPEN INPUT DEPOSIT-ACTIVITY
                IF WS-DAC-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ DEPOSIT-ACTIVITY
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 610-POST-ONE-DEPOSIT
                        END-READ
                    END-PERFORM
                    CLOSE DEPOSIT-ACTIVITY
                END-IF.
           610-POST-ONE-DEPOSIT.
                ADD 1 TO WS-DAC-READ
                IF DA-AMOUNT NOT NUMERIC
                 OR NOT (DA-TYPE-HELD OR DA-TYPE-APPLIED
                         OR DA-TYPE-REFUND)
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'DA' TO RJ-REASON
                    MOVE SPACES TO RJ-SOURCE-DATA
                    MOVE DA-DEPOSIT-ACTIVITY TO RJ-SOURCE-DATA (1:31)
                    WRITE GL-REJECT-RECORD
                ELSE
                    MOVE SPACES TO WS-POST-GENRE
                    MOVE DA-AMOUNT TO WS-POST-AMOUNT
                    MOVE DA-RECO-ID TO WS-POST-RECO-ID
                    MOVE ZERO TO WS-POST-PROJ-SEQ
                    MOVE 'DEP' TO WS-POST-SOURCE
                    EVALUATE TRUE
                        WHEN DA-TYPE-HELD
                            MOVE WS-RECV-ACCOUNT TO GL-ACCOUNT
                            MOVE 'D' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                            MOVE WS-DEPOSIT-ACCOUNT TO GL-ACCOUNT
                            MOVE 'C' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                        WHEN DA-TYPE-APPLIED
                            MOVE WS-DEPOSIT-ACCOUNT TO GL-ACCOUNT
                            MOVE 'D' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                            MOVE WS-RECV-ACCOUNT TO GL-ACCOUNT
                            MOVE 'C' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                        WHEN DA-TYPE-REFUND
                            MOVE WS-DEPOSIT-ACCOUNT TO GL-ACCOUNT
                            MOVE 'D' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                            MOVE WS-CASH-ACCOUNT TO GL-ACCOUNT
                            MOVE 'C' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                    END-EVALUATE
                    ADD 1 TO WS-PAIRS-WRITTEN
                END-IF.
           700-POST-SALES-TAX.
                OPEN INPUT INVOICE-EXTRACT
                IF WS-IEX-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ INVOICE-EXTRACT
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 710-POST-ONE-TAX
                        END-READ
                    END-PERFORM
                    CLOSE INVOICE-EXTRACT
                END-IF.
           710-POST-ONE-TAX.
                IF IX-TAX-AMOUNT NOT NUMERIC
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'TX' TO RJ-REASON
                    MOVE SPACES TO RJ-SOURCE-DATA
                    MOVE IX-INVOICE-RECORD TO RJ-SOURCE-DATA
                    WRITE GL-REJECT-RECORD
                ELSE
                    IF IX-TAX-AMOUNT > ZERO
                        MOVE SPACES TO WS-POST-GENRE
                        MOVE IX-TAX-AMOUNT TO WS-POST-AMOUNT
                        MOVE IX-RECO-ID TO WS-POST-RECO-ID
                        MOVE IX-PROJ-SEQ TO WS-POST-PROJ-SEQ
                        MOVE 'TAX' TO WS-POST-SOURCE
                        IF IX-TYPE-ADJUSTMENT
                            MOVE WS-TAX-ACCOUNT TO GL-ACCOUNT
                            MOVE 'D' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                            MOVE WS-RECV-ACCOUNT TO GL-ACCOUNT
                            MOVE 'C' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                            SUBTRACT IX-TAX-AMOUNT FROM WS-TAX-TOTAL
                        ELSE
                            MOVE WS-RECV-ACCOUNT TO GL-ACCOUNT
                            MOVE 'D' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                            MOVE WS-TAX-ACCOUNT TO GL-ACCOUNT
                            MOVE 'C' TO GL-DR-CR
                            PERFORM 250-WRITE-GL-RECORD
                            ADD IX-TAX-AMOUNT TO WS-TAX-TOTAL
                        END-IF
                        ADD 1 TO WS-TAX-POSTED
                        ADD 1 TO WS-PAIRS-WRITTEN
                    END-IF
                END-IF.
           300-PROOF-REPORT.
                MOVE 'REVENUE BY GENRE' TO RL-TEXT
                PERFORM 430-WRITE-RESULT
                MOVE 'CASH RECEIPTS READ :' TO TL-LABEL
                MOVE WS-CSH-READ TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'DEPOSIT ACTIVITY READ :' TO TL-LABEL
                MOVE WS-DAC-READ TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'SALES TAX POSTINGS :' TO TL-LABEL
                MOVE WS-TAX-POSTED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'NET SALES TAX PAYABLE :' TO TL-LABEL
                MOVE WS-TAX-TOTAL TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'POSTING PAIRS WRITTEN :' TO TL-LABEL
                MOVE WS-PAIRS-WRITTEN TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO GL-PROOF-LINE
                WRITE GL-PROOF-LINE AFTER ADVANCING PAGE.
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
