      *          system, matched on RECO-ID.  Reports billed-not-paid,
      *          paid-not-billed and amount mismatches, with 30/60/90
      *          day aging buckets and control totals on both sides.
      *          Cash for an unbilled account beyond its open balance
      *          on OPEN-ITEM-FILE is what ABCARUP holds as a deposit;
      *          it is listed as held as deposit, not paid-not-billed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCRECON.
               ASSIGN TO SORTWK1.
           SELECT SORT-CASH-FILE
               ASSIGN TO SORTWK2.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO FILEOPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-INVOICE-NO
               ALTERNATE RECORD KEY IS OA-RECO-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT SORTED-BILLING
               ASSIGN TO FILESBIL.
           SELECT SORTED-CASH
           SELECT BALANCE-FILE
               ASSIGN TO FILEBAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
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
       FD BILLING-EXTRACT
       01 BILLING-EXTRACT-RECORD  PIC X(53).
       FD CASH-RECEIPTS
           RECORDING MODE IS F.
       01 CASH-RECEIPTS-RECORD    PIC X(30).
       SD SORT-BILL-FILE.
       01 SB-SORT-RECORD.
           05  SB-RECORD-TYPE   PIC X(1).
       SD SORT-CASH-FILE.
       01 SC-SORT-RECORD.
           05  SC-RECO-ID       PIC X(6).
           05                   PIC X(24).
       FD OPEN-ITEM-FILE
           RECORDING MODE IS F.
           COPY OPNREC.
       FD SORTED-BILLING
           RECORDING MODE IS F.
       01 SORTED-BILLING-RECORD   PIC X(53).
       FD SORTED-CASH
           RECORDING MODE IS F.
       01 SORTED-CASH-RECORD      PIC X(30).
       FD RECON-REPORT
           RECORDING MODE IS F.
          01 RECON-LIST            PIC X(90).
       FD BALANCE-FILE
           RECORDING MODE IS F.
           COPY BALREC.
       FD CYCLE-CONTROL
           RECORDING MODE IS F.
           COPY CYCREC.
       FD CYCLE-OVERRIDE
           RECORDING MODE IS F.
           COPY CYCOVR.
          WORKING-STORAGE SECTION.
           COPY BILREC.
          01 CR-CASH-RECORD.
              05  CR-RECO-ID       PIC X(6).
              05  CR-RECEIPT-DATE  PIC 9(8).
              05  CR-AMOUNT-PAID   PIC 9(9).
              05  CR-INVOICE-NO    PIC 9(7).
          01 WS-SWITCHES.
              05  WS-BILL-EOF-SWITCH   PIC X(3).
              05  WS-CASH-EOF-SWITCH   PIC X(3).
              05  WS-BAL-FILE-STATUS   PIC X(2).
              05  WS-OPN-FILE-STATUS   PIC X(2).
              05  WS-ITEM-EOF-SWITCH   PIC X(3).
              05  WS-OPN-SWITCH        PIC X(3).
                  88  WS-OPEN-ITEMS-ON-FILE    VALUE 'YES'.
          01 WS-RUN-TIME               PIC 9(8).
          01 WS-MATCH-CONTROL.
              05  WS-BILL-KEY          PIC X(6).
              05  WS-CASH-GROUP-DATE   PIC 9(8) VALUE ZERO.
              05  WS-BILL-GROUP-AMT    PIC S9(11) VALUE ZERO.
              05  WS-BILL-GROUP-DATE   PIC 9(8) VALUE ZERO.
              05  WS-ACCT-OPEN-AMT     PIC 9(11) VALUE ZERO.
              05  WS-HELD-GROUP-AMT    PIC 9(9) VALUE ZERO.
              05  WS-PNB-GROUP-AMT     PIC 9(9) VALUE ZERO.
          01 WS-TOTALS.
              05  WS-BILLED-COUNT      PIC 9(7) VALUE ZERO.
              05  WS-BILLED-AMOUNT     PIC S9(11) VALUE ZERO.
              05  WS-BNP-AMOUNT        PIC S9(11) VALUE ZERO.
              05  WS-PNB-COUNT         PIC 9(7) VALUE ZERO.
              05  WS-PNB-AMOUNT        PIC 9(11) VALUE ZERO.
              05  WS-HELD-COUNT        PIC 9(7) VALUE ZERO.
              05  WS-HELD-AMOUNT       PIC 9(11) VALUE ZERO.
              05  WS-MISMATCH-COUNT    PIC 9(7) VALUE ZERO.
          01 WS-AGING-BUCKETS.
              05  WS-AGE-30-COUNT      PIC 9(7) VALUE ZERO.
              05                   PIC X(7) VALUE '   DAYS'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(8) VALUE 'BUCKET'.
          01 WS-CYCLE-AREA.
              05  WS-CYC-FILE-STATUS   PIC X(2).
              05  WS-COV-FILE-STATUS   PIC X(2).
              05  WS-CYC-STEP-NAME     PIC X(8) VALUE 'ABCRECON'.
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
               SORT SORT-BILL-FILE
                   ON ASCENDING KEY SB-RECO-ID
                   USING BILLING-EXTRACT
                   GIVING SORTED-CASH
               OPEN INPUT SORTED-BILLING
                          SORTED-CASH
               PERFORM 105-OPEN-OPEN-ITEM
               OPEN OUTPUT RECON-REPORT
               MOVE CY-BUSINESS-DATE TO WS-RUN-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 400-HEADING
               MOVE 'NO' TO WS-BILL-EOF-SWITCH
               CLOSE SORTED-BILLING
                     SORTED-CASH
                     RECON-REPORT
               IF WS-OPEN-ITEMS-ON-FILE
                   CLOSE OPEN-ITEM-FILE
               END-IF
               PERFORM 950-END-CYCLE-STEP
               STOP RUN.
           930-WRITE-BALANCE-RECORD.
                OPEN EXTEND BALANCE-FILE
                    WRITE BL-BALANCE-RECORD
                    CLOSE BALANCE-FILE
                END-IF.
           105-OPEN-OPEN-ITEM.
                MOVE 'NO' TO WS-OPN-SWITCH
                OPEN INPUT OPEN-ITEM-FILE
                IF WS-OPN-FILE-STATUS = '00'
                    MOVE 'YES' TO WS-OPN-SWITCH
                ELSE
                    IF WS-OPN-FILE-STATUS NOT = '35'
                        MOVE 16 TO RETURN-CODE
                        PERFORM 949-FAIL-CYCLE-STEP
                    END-IF
                END-IF.
           110-READ-BILLING.
                MOVE ZERO TO WS-BILL-GROUP-AMT
                MOVE ZERO TO WS-BILL-GROUP-DATE
                    PERFORM 420-WRITE-RECON-LINE
                END-IF.
           220-PAID-NOT-BILLED.
                PERFORM 225-FIND-ACCOUNT-BALANCE
                IF WS-CASH-GROUP-AMT > WS-ACCT-OPEN-AMT
                    COMPUTE WS-HELD-GROUP-AMT =
                        WS-CASH-GROUP-AMT - WS-ACCT-OPEN-AMT
                ELSE
                    MOVE ZERO TO WS-HELD-GROUP-AMT
                END-IF
                COMPUTE WS-PNB-GROUP-AMT =
                    WS-CASH-GROUP-AMT - WS-HELD-GROUP-AMT
                IF WS-HELD-GROUP-AMT > ZERO
                    ADD 1 TO WS-HELD-COUNT
                    ADD WS-HELD-GROUP-AMT TO WS-HELD-AMOUNT
                    MOVE WS-CASH-KEY TO RL-RECO-ID
                    MOVE 'HELD AS DEPOSIT' TO RL-CATEGORY
                    MOVE ZERO TO RL-BILLED-AMT
                    MOVE WS-HELD-GROUP-AMT TO RL-PAID-AMT
                    MOVE ZERO TO RL-DAYS
                    MOVE SPACES TO RL-BUCKET
                    PERFORM 420-WRITE-RECON-LINE
                END-IF
                IF WS-PNB-GROUP-AMT > ZERO
                 OR WS-HELD-GROUP-AMT = ZERO
                    ADD 1 TO WS-PNB-COUNT
                    ADD WS-PNB-GROUP-AMT TO WS-PNB-AMOUNT
                    MOVE WS-CASH-GROUP-DATE TO WS-AGE-DATE
                    MOVE WS-PNB-GROUP-AMT TO WS-AGE-AMOUNT
                    PERFORM 240-AGE-AMOUNT
                    MOVE WS-CASH-KEY TO RL-RECO-ID
                    MOVE 'PAID NOT BILLED' TO RL-CATEGORY
                    MOVE ZERO TO RL-BILLED-AMT
                    MOVE WS-PNB-GROUP-AMT TO RL-PAID-AMT
                    PERFORM 420-WRITE-RECON-LINE
                END-IF.
           225-FIND-ACCOUNT-BALANCE.
                MOVE ZERO TO WS-ACCT-OPEN-AMT
                IF WS-OPEN-ITEMS-ON-FILE
                    MOVE 'NO' TO WS-ITEM-EOF-SWITCH
                    MOVE WS-CASH-KEY TO OA-RECO-ID
                    START OPEN-ITEM-FILE
                        KEY IS = OA-RECO-ID
                        INVALID KEY
                           MOVE 'YES' TO WS-ITEM-EOF-SWITCH
                    END-START
                    PERFORM 226-ADD-OPEN-ITEM
                        UNTIL WS-ITEM-EOF-SWITCH = 'YES'
                END-IF.
           226-ADD-OPEN-ITEM.
                READ OPEN-ITEM-FILE NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-ITEM-EOF-SWITCH
                    NOT AT END
                       IF OA-RECO-ID NOT = WS-CASH-KEY
                           MOVE 'YES' TO WS-ITEM-EOF-SWITCH
                       ELSE
                           IF NOT OA-ITEM-CLOSED
                            AND OA-AMOUNT-BILLED > OA-AMOUNT-PAID
                               COMPUTE WS-ACCT-OPEN-AMT =
                                   WS-ACCT-OPEN-AMT
                                   + OA-AMOUNT-BILLED - OA-AMOUNT-PAID
                           END-IF
                       END-IF
                END-READ.
           230-COMPARE-AMOUNTS.
                IF WS-BILL-GROUP-AMT = WS-CASH-GROUP-AMT
                    ADD 1 TO WS-MATCHED-COUNT
                IF WS-AGE-DATE = ZERO
                 OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                 OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
                 OR FUNCTION TEST-DATE-YYYYMMDD
                        (WS-DATE-CHECK-R) NOT = ZERO
                    MOVE 'NO' TO WS-DATE-OK-SWITCH
                END-IF
                IF WS-DATE-OK
                MOVE 'PAID NOT BILLED AMOUNT :' TO TL-LABEL
                MOVE WS-PNB-AMOUNT TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'HELD AS DEPOSIT :' TO TL-LABEL
                MOVE WS-HELD-COUNT TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'HELD AS DEPOSIT AMOUNT :' TO TL-LABEL
                MOVE WS-HELD-AMOUNT TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'AMOUNT MISMATCHES :' TO TL-LABEL
                MOVE WS-MISMATCH-COUNT TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE HL-COLUMN-HEADING TO RECON-LIST
                WRITE RECON-LIST AFTER ADVANCING 2 LINES
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
