      *          project on the BILLING-EXTRACT, assigning sequential
      *          invoice numbers carried in a control file, and build
      *          a one-line-per-invoice register with grand totals
      *          that tie back to the ABCUNI billing trailer.  Each
      *          invoice lists the studio sessions on the session
      *          history file that make up the hours billed.  Sales
      *          tax is charged from the artist's tax jurisdiction at
      *          the rate in effect on the bill date, printed as its
      *          own line on invoices and credit memos, carried on
      *          the invoice extract and logged to the tax history
      *          for the monthly filing report.  An override rerun
      *          first removes the tax history rows already logged
      *          for the business date so the filing is not doubled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCINV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTIST-FILE
               ASSIGN TO FILEIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-RECO-ID
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO FILETAX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-TAX-KEY
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT TAX-HISTORY
               ASSIGN TO FILETXH
               FILE STATUS IS WS-TXH-FILE-STATUS.
           SELECT TAX-HISTORY-WORK
               ASSIGN TO FILETXHW.
           SELECT BILLING-EXTRACT
               ASSIGN TO FILEBIL.
           SELECT INVOICE-CONTROL
           SELECT BALANCE-FILE
               ASSIGN TO FILEBAL
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT SESSION-HISTORY
               ASSIGN TO FILESHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SESSION-KEY
               ALTERNATE RECORD KEY IS SN-PROJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SHS-FILE-STATUS.
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
       FD TAX-RATE-FILE
           RECORDING MODE IS F.
           COPY TAXREC.
       FD TAX-HISTORY
           RECORDING MODE IS F.
           COPY TXHREC.
       FD TAX-HISTORY-WORK
           RECORDING MODE IS F.
       01 TAX-HISTORY-WORK-RECORD PIC X(58).
       FD BILLING-EXTRACT
           RECORDING MODE IS F.
           COPY BILREC.
       FD BALANCE-FILE
           RECORDING MODE IS F.
           COPY BALREC.
       FD SESSION-HISTORY
           RECORDING MODE IS F.
           COPY SESREC.
       FD CYCLE-CONTROL
           RECORDING MODE IS F.
           COPY CYCREC.
       FD CYCLE-OVERRIDE
           RECORDING MODE IS F.
           COPY CYCOVR.
          WORKING-STORAGE SECTION.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-ICTL-FILE-STATUS  PIC X(2).
              05  WS-BAL-FILE-STATUS   PIC X(2).
              05  WS-MST-FILE-STATUS   PIC X(2).
              05  WS-TAX-FILE-STATUS   PIC X(2).
              05  WS-TXH-FILE-STATUS   PIC X(2).
              05  WS-TAX-FOUND-SWITCH  PIC X(3) VALUE 'NO'.
                  88  WS-TAX-RATE-FOUND        VALUE 'YES'.
              05  WS-TAX-OVFL-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-TAX-OVERFLOW          VALUE 'YES'.
              05  WS-SHS-FILE-STATUS   PIC X(2).
              05  WS-SHS-EOF-SWITCH    PIC X(3).
              05  WS-SHS-OPEN-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-SESSION-FILE-OPEN     VALUE 'YES'.
              05  WS-ORIG-FOUND-SWITCH PIC X(3) VALUE 'NO'.
                  88  WS-ORIG-TAX-FOUND        VALUE 'YES'.
          01 WS-INVOICE-NUMBER         PIC 9(7) VALUE ZERO.
          01 WS-HOURLY-AMOUNT          PIC 9(9) VALUE ZERO.
          01 WS-TAX-TABLE-AREA.
              05  WS-TAX-COUNT         PIC 9(4) COMP VALUE ZERO.
              05  WS-TAX-IDX           PIC 9(4) COMP VALUE ZERO.
              05  WS-TAX-ENTRY OCCURS 500 TIMES.
                  10  WS-TXE-JURIS     PIC X(4).
                  10  WS-TXE-EFF-DATE  PIC 9(8).
                  10  WS-TXE-RATE      PIC 9(2)V9(3).
          01 WS-ORIG-TAX-AREA.
              05  WS-ORIG-COUNT        PIC 9(4) COMP VALUE ZERO.
              05  WS-ORIG-IDX          PIC 9(4) COMP VALUE ZERO.
              05  WS-ORIG-SUB          PIC 9(4) COMP VALUE ZERO.
              05  WS-ORIG-ENTRY OCCURS 500 TIMES.
                  10  WS-ORG-INVOICE-NO PIC 9(7).
                  10  WS-ORG-ON-HISTORY PIC X(1).
                  10  WS-ORG-JURIS     PIC X(4).
                  10  WS-ORG-RATE      PIC 9(2)V9(3).
                  10  WS-ORG-TAXABLE   PIC 9(9).
                  10  WS-ORG-TAX       PIC 9(9).
          01 WS-TAX-LOOKUP.
              05  WS-TAX-JURIS         PIC X(4) VALUE SPACES.
              05  WS-TAX-RATE          PIC 9(2)V9(3) VALUE ZERO.
              05  WS-TAX-BEST-DATE     PIC 9(8) VALUE ZERO.
              05  WS-TAX-AMOUNT        PIC 9(9) VALUE ZERO.
              05  WS-TAXABLE-AMT       PIC 9(9) VALUE ZERO.
              05  WS-EXEMPT-AMT        PIC 9(9) VALUE ZERO.
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-RUN-TIME               PIC 9(8).
          01 WS-TOTALS.
              05  WS-TOTAL-AMOUNT      PIC S9(11) VALUE ZERO.
              05  WS-CREDIT-COUNT      PIC 9(7) VALUE ZERO.
              05  WS-CREDIT-AMOUNT     PIC 9(11) VALUE ZERO.
              05  WS-TOTAL-TAXABLE     PIC S9(11) VALUE ZERO.
              05  WS-TOTAL-EXEMPT      PIC S9(11) VALUE ZERO.
              05  WS-TOTAL-TAX         PIC S9(11) VALUE ZERO.
              05  WS-NO-TAX-RATE       PIC 9(7) VALUE ZERO.
              05  WS-ADJ-NO-ORIG-TAX   PIC 9(7) VALUE ZERO.
              05  WS-TXH-REMOVED       PIC 9(7) VALUE ZERO.
          01 WS-REG-PAGE-CONTROL.
              05  WS-REG-PAGE-COUNT    PIC 9(3) VALUE ZERO.
              05  WS-REG-LINE-COUNT    PIC 9(3) VALUE ZERO.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE 'STUDIO HOURS :'.
              05  IV-STU-HRS       PIC ZZZ,ZZ9.
          01 IV-SESSION-HEADING.
              05                   PIC X(6) VALUE SPACES.
              05                   PIC X(8) VALUE 'SESSION'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(4) VALUE 'ROOM'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(10) VALUE 'ENGINEER'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(9) VALUE 'START-END'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(3) VALUE 'HRS'.
          01 IV-SESSION-LINE.
              05                   PIC X(6) VALUE SPACES.
              05  IV-SESSION-DATE  PIC 9(8).
              05                   PIC X(2) VALUE SPACES.
              05  IV-ROOM          PIC X(4).
              05                   PIC X(2) VALUE SPACES.
              05  IV-ENGINEER      PIC X(10).
              05                   PIC X(2) VALUE SPACES.
              05  IV-START-TIME    PIC 9(4).
              05                   PIC X(1) VALUE '-'.
              05  IV-END-TIME      PIC 9(4).
              05                   PIC X(2) VALUE SPACES.
              05  IV-SESSION-HRS   PIC ZZ9.
          01 IV-RATE-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE 'HOURLY AMOUNT :'.
              05  IV-HRLY-AMT      PIC ZZZ,ZZ9.
          01 IV-CHARGES-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE 'STUDIO CHARGES :'.
              05  IV-CHARGES       PIC ZZZ,ZZZ,ZZ9.
          01 IV-TAX-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(10) VALUE 'SALES TAX'.
              05  IV-TAX-JURIS     PIC X(4).
              05                   PIC X(6) VALUE ' :'.
              05  IV-TAX-AMT       PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(3) VALUE SPACES.
              05  IV-TAX-RATE      PIC Z9.999.
              05                   PIC X(1) VALUE '%'.
          01 IV-TOTAL-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE 'TOTAL DUE :'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE 'CREDIT AMOUNT :'.
              05  CM-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
          01 CM-TOTAL-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE 'TOTAL CREDIT :'.
              05  CM-TOTAL         PIC ZZZ,ZZZ,ZZ9.
          01 IV-REMIT-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(40) VALUE
              05  RG-AMOUNT-DUE    PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(3) VALUE SPACES.
              05  RG-BILL-DATE     PIC 9(8).
              05                   PIC X(2) VALUE SPACES.
              05  RG-TAX-AMOUNT    PIC ZZZ,ZZZ,ZZ9.
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05                   PIC X(11) VALUE '     AMOUNT'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(8) VALUE 'BILLED'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(11) VALUE '        TAX'.
          01 WS-CYCLE-AREA.
              05  WS-CYC-FILE-STATUS   PIC X(2).
              05  WS-COV-FILE-STATUS   PIC X(2).
              05  WS-CYC-STEP-NAME     PIC X(8) VALUE 'ABCINV'.
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
               PERFORM 110-GET-LAST-INVOICE-NO
               PERFORM 107-LOAD-TAX-TABLE
               IF WS-CYC-OVERRIDE
                   PERFORM 113-REMOVE-RERUN-TAX
               END-IF
               PERFORM 111-LOAD-ORIGINAL-TAX
               PERFORM 108-OPEN-TAX-HISTORY
               OPEN INPUT ARTIST-FILE
               IF WS-MST-FILE-STATUS NOT = '00'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 949-FAIL-CYCLE-STEP
               END-IF
               OPEN INPUT BILLING-EXTRACT
               OPEN OUTPUT INVOICE-PRINT
                           INVOICE-REGISTER
                           INVOICE-EXTRACT
               PERFORM 105-OPEN-SESSION-HISTORY
               MOVE CY-BUSINESS-DATE TO WS-RUN-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 400-HEADING
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM 300-TRAILER
               PERFORM 310-SAVE-LAST-INVOICE-NO
               PERFORM 930-WRITE-BALANCE-RECORD
               CLOSE ARTIST-FILE
                     TAX-HISTORY
                     BILLING-EXTRACT
                     INVOICE-PRINT
                     INVOICE-REGISTER
                     INVOICE-EXTRACT
               IF WS-SESSION-FILE-OPEN
                   CLOSE SESSION-HISTORY
               END-IF
               PERFORM 950-END-CYCLE-STEP
               STOP RUN.
           105-OPEN-SESSION-HISTORY.
                OPEN INPUT SESSION-HISTORY
                IF WS-SHS-FILE-STATUS = '00'
                    MOVE 'YES' TO WS-SHS-OPEN-SWITCH
                END-IF.
           107-LOAD-TAX-TABLE.
                OPEN INPUT TAX-RATE-FILE
                IF WS-TAX-FILE-STATUS NOT = '00'
                    MOVE ZERO TO WS-TAX-COUNT
                ELSE
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ TAX-RATE-FILE
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 109-STORE-TAX-ENTRY
                        END-READ
                    END-PERFORM
                    CLOSE TAX-RATE-FILE
                END-IF.
           109-STORE-TAX-ENTRY.
                IF WS-TAX-COUNT < 500
                    ADD 1 TO WS-TAX-COUNT
                    MOVE TX-TAX-JURIS
                        TO WS-TXE-JURIS (WS-TAX-COUNT)
                    MOVE TX-EFF-DATE
                        TO WS-TXE-EFF-DATE (WS-TAX-COUNT)
                    MOVE TX-TAX-RATE
                        TO WS-TXE-RATE (WS-TAX-COUNT)
                ELSE
                    MOVE 'YES' TO WS-TAX-OVFL-SWITCH
                END-IF.
           108-OPEN-TAX-HISTORY.
                OPEN EXTEND TAX-HISTORY
                IF WS-TXH-FILE-STATUS = '35'
                    OPEN OUTPUT TAX-HISTORY
                END-IF.
           110-GET-LAST-INVOICE-NO.
                OPEN INPUT INVOICE-CONTROL
                IF WS-ICTL-FILE-STATUS = '00'
                    END-READ
                    CLOSE INVOICE-CONTROL
                END-IF.
           111-LOAD-ORIGINAL-TAX.
                OPEN INPUT BILLING-EXTRACT
                MOVE 'NO' TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                    READ BILLING-EXTRACT INTO BILLING-RECORD
                         AT END
                            MOVE 'YES' TO WS-EOF-SWITCH
                         NOT AT END
                            IF BE-TYPE-ADJUSTMENT
                             AND BE-ORIG-INVOICE > ZERO
                             AND WS-ORIG-COUNT < 500
                                ADD 1 TO WS-ORIG-COUNT
                                MOVE BE-ORIG-INVOICE
                                    TO WS-ORG-INVOICE-NO (WS-ORIG-COUNT)
                                MOVE 'N'
                                    TO WS-ORG-ON-HISTORY (WS-ORIG-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BILLING-EXTRACT
                IF WS-ORIG-COUNT > ZERO
                    OPEN INPUT TAX-HISTORY
                    IF WS-TXH-FILE-STATUS = '00'
                        MOVE 'NO' TO WS-EOF-SWITCH
                        PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                            READ TAX-HISTORY
                                AT END
                                   MOVE 'YES' TO WS-EOF-SWITCH
                                NOT AT END
                                   IF TH-TYPE-BILL
                                       PERFORM 112-STORE-ORIGINAL-TAX
                                           VARYING WS-ORIG-IDX
                                           FROM 1 BY 1
                                           UNTIL WS-ORIG-IDX
                                               > WS-ORIG-COUNT
                                   END-IF
                            END-READ
                        END-PERFORM
                        CLOSE TAX-HISTORY
                    END-IF
                END-IF.
           112-STORE-ORIGINAL-TAX.
                IF WS-ORG-INVOICE-NO (WS-ORIG-IDX) = TH-INVOICE-NO
                    MOVE 'Y' TO WS-ORG-ON-HISTORY (WS-ORIG-IDX)
                    MOVE TH-TAX-JURIS TO WS-ORG-JURIS (WS-ORIG-IDX)
                    MOVE TH-TAX-RATE TO WS-ORG-RATE (WS-ORIG-IDX)
                    MOVE TH-TAXABLE-AMT TO WS-ORG-TAXABLE (WS-ORIG-IDX)
                    MOVE TH-TAX-AMOUNT TO WS-ORG-TAX (WS-ORIG-IDX)
                END-IF.
           113-REMOVE-RERUN-TAX.
                OPEN INPUT TAX-HISTORY
                IF WS-TXH-FILE-STATUS = '00'
                    OPEN OUTPUT TAX-HISTORY-WORK
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ TAX-HISTORY
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               IF TH-BILL-DATE = CY-BUSINESS-DATE
                                   ADD 1 TO WS-TXH-REMOVED
                               ELSE
                                   MOVE TH-TAX-HISTORY-RECORD
                                       TO TAX-HISTORY-WORK-RECORD
                                   WRITE TAX-HISTORY-WORK-RECORD
                               END-IF
                        END-READ
                    END-PERFORM
                    CLOSE TAX-HISTORY
                          TAX-HISTORY-WORK
                    IF WS-TXH-REMOVED > ZERO
                        PERFORM 114-RESTORE-TAX-HISTORY
                    END-IF
                END-IF.
           114-RESTORE-TAX-HISTORY.
                OPEN INPUT TAX-HISTORY-WORK
                OPEN OUTPUT TAX-HISTORY
                MOVE 'NO' TO WS-EOF-SWITCH
                PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                    READ TAX-HISTORY-WORK
                        AT END
                           MOVE 'YES' TO WS-EOF-SWITCH
                        NOT AT END
                           MOVE TAX-HISTORY-WORK-RECORD
                               TO TH-TAX-HISTORY-RECORD
                           WRITE TH-TAX-HISTORY-RECORD
                    END-READ
                END-PERFORM
                CLOSE TAX-HISTORY-WORK
                      TAX-HISTORY.
           200-PROCESS.
                ADD 1 TO WS-EXTRACT-READ
                ADD 1 TO WS-INVOICE-NUMBER
                PERFORM 250-COMPUTE-TAX
                IF BE-TYPE-ADJUSTMENT
                    ADD 1 TO WS-CREDIT-COUNT
                    ADD BE-AMOUNT-DUE TO WS-CREDIT-AMOUNT
                    PERFORM 210-PRINT-INVOICE
                END-IF
                PERFORM 220-WRITE-REGISTER
                PERFORM 230-WRITE-INVOICE-EXTRACT
                PERFORM 240-WRITE-TAX-HISTORY.
           210-PRINT-INVOICE.
                MOVE IV-TITLE-LINE TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING PAGE
                MOVE BE-STU-HRS TO IV-STU-HRS
                MOVE IV-HOURS-LINE TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING 2 LINES
                IF WS-SESSION-FILE-OPEN
                    PERFORM 212-PRINT-SESSIONS
                END-IF
                MOVE WS-HOURLY-AMOUNT TO IV-HRLY-AMT
                MOVE IV-RATE-LINE TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING 1 LINES
                MOVE BE-AMOUNT-DUE TO IV-CHARGES
                MOVE IV-CHARGES-LINE TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING 1 LINES
                PERFORM 217-PRINT-TAX-LINE
                COMPUTE IV-AMOUNT-DUE = BE-AMOUNT-DUE + WS-TAX-AMOUNT
                MOVE IV-TOTAL-LINE TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING 1 LINES
                MOVE IV-REMIT-LINE1 TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING 1 LINES
                MOVE IV-REMIT-LINE3 TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING 1 LINES.
           212-PRINT-SESSIONS.
                MOVE 'NO' TO WS-SHS-EOF-SWITCH
                MOVE BE-RECO-ID TO SN-RECO-ID
                MOVE BE-PROJ-SEQ TO SN-PROJ-SEQ
                START SESSION-HISTORY
                    KEY IS = SN-PROJECT-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-SHS-EOF-SWITCH
                    NOT INVALID KEY
                       MOVE IV-SESSION-HEADING TO INVOICE-LINE
                       WRITE INVOICE-LINE AFTER ADVANCING 1 LINES
                END-START
                PERFORM 213-PRINT-ONE-SESSION
                    UNTIL WS-SHS-EOF-SWITCH = 'YES'.
           213-PRINT-ONE-SESSION.
                READ SESSION-HISTORY NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-SHS-EOF-SWITCH
                    NOT AT END
                       IF SN-RECO-ID NOT = BE-RECO-ID
                        OR SN-PROJ-SEQ NOT = BE-PROJ-SEQ
                           MOVE 'YES' TO WS-SHS-EOF-SWITCH
                       ELSE
                           MOVE SN-SESSION-DATE TO IV-SESSION-DATE
                           MOVE SN-ROOM TO IV-ROOM
                           MOVE SN-ENGINEER TO IV-ENGINEER
                           MOVE SN-START-TIME TO IV-START-TIME
                           MOVE SN-END-TIME TO IV-END-TIME
                           MOVE SN-HOURS TO IV-SESSION-HRS
                           MOVE IV-SESSION-LINE TO INVOICE-LINE
                           WRITE INVOICE-LINE
                               AFTER ADVANCING 1 LINES
                       END-IF
                END-READ.
           215-PRINT-CREDIT-MEMO.
                MOVE IV-TITLE-LINE TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING PAGE
                WRITE INVOICE-LINE AFTER ADVANCING 2 LINES
                MOVE BE-AMOUNT-DUE TO CM-AMOUNT
                MOVE CM-AMOUNT-LINE TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING 1 LINES
                PERFORM 217-PRINT-TAX-LINE
                COMPUTE CM-TOTAL = BE-AMOUNT-DUE + WS-TAX-AMOUNT
                MOVE CM-TOTAL-LINE TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING 1 LINES.
           217-PRINT-TAX-LINE.
                IF WS-TAX-AMOUNT = ZERO
                    MOVE 'EXMT' TO IV-TAX-JURIS
                ELSE
                    MOVE WS-TAX-JURIS TO IV-TAX-JURIS
                END-IF
                MOVE WS-TAX-AMOUNT TO IV-TAX-AMT
                MOVE WS-TAX-RATE TO IV-TAX-RATE
                MOVE IV-TAX-LINE TO INVOICE-LINE
                WRITE INVOICE-LINE AFTER ADVANCING 1 LINES.
           220-WRITE-REGISTER.
                IF WS-REG-LINE-COUNT >= WS-MAX-LINES
                MOVE BE-STU-HRS TO RG-STU-HRS
                MOVE BE-AMOUNT-DUE TO RG-AMOUNT-DUE
                MOVE BE-BILL-DATE TO RG-BILL-DATE
                MOVE WS-TAX-AMOUNT TO RG-TAX-AMOUNT
                MOVE RG-REGISTER-LINE TO REGISTER-LINE
                WRITE REGISTER-LINE AFTER ADVANCING 1 LINES
                ADD 1 TO WS-REG-LINE-COUNT.
                MOVE BE-STU-HRS TO IX-STU-HRS
                MOVE BE-AMOUNT-DUE TO IX-AMOUNT-DUE
                MOVE BE-BILL-DATE TO IX-BILL-DATE
                MOVE WS-TAX-JURIS TO IX-TAX-JURIS
                MOVE WS-TAX-AMOUNT TO IX-TAX-AMOUNT
                WRITE IX-INVOICE-RECORD.
           240-WRITE-TAX-HISTORY.
                IF WS-TXH-FILE-STATUS = '00'
                    MOVE WS-TAX-JURIS TO TH-TAX-JURIS
                    MOVE BE-BILL-DATE TO TH-BILL-DATE
                    MOVE WS-INVOICE-NUMBER TO TH-INVOICE-NO
                    MOVE BE-RECORD-TYPE TO TH-RECORD-TYPE
                    MOVE BE-RECO-ID TO TH-RECO-ID
                    MOVE WS-TAXABLE-AMT TO TH-TAXABLE-AMT
                    MOVE WS-EXEMPT-AMT TO TH-EXEMPT-AMT
                    MOVE WS-TAX-RATE TO TH-TAX-RATE
                    MOVE WS-TAX-AMOUNT TO TH-TAX-AMOUNT
                    WRITE TH-TAX-HISTORY-RECORD
                END-IF.
           250-COMPUTE-TAX.
                MOVE SPACES TO WS-TAX-JURIS
                MOVE ZERO TO WS-TAX-RATE
                MOVE ZERO TO WS-TAX-AMOUNT
                MOVE 'NO' TO WS-ORIG-FOUND-SWITCH
                MOVE ZERO TO WS-ORIG-SUB
                IF BE-TYPE-ADJUSTMENT
                    PERFORM 252-FIND-ORIGINAL-TAX
                        VARYING WS-ORIG-IDX FROM 1 BY 1
                        UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
                           OR WS-ORIG-TAX-FOUND
                    IF NOT WS-ORIG-TAX-FOUND
                        ADD 1 TO WS-ADJ-NO-ORIG-TAX
                    END-IF
                END-IF
                IF WS-ORIG-TAX-FOUND
                    MOVE WS-ORG-JURIS (WS-ORIG-SUB) TO WS-TAX-JURIS
                    MOVE WS-ORG-RATE (WS-ORIG-SUB) TO WS-TAX-RATE
                ELSE
                    PERFORM 251-GET-CURRENT-RATE
                END-IF
                IF WS-TAX-RATE > ZERO
                    IF WS-ORIG-TAX-FOUND
                     AND BE-AMOUNT-DUE = WS-ORG-TAXABLE (WS-ORIG-SUB)
                        MOVE WS-ORG-TAX (WS-ORIG-SUB) TO WS-TAX-AMOUNT
                    ELSE
                        COMPUTE WS-TAX-AMOUNT ROUNDED =
                            BE-AMOUNT-DUE * WS-TAX-RATE / 100
                    END-IF
                    MOVE BE-AMOUNT-DUE TO WS-TAXABLE-AMT
                    MOVE ZERO TO WS-EXEMPT-AMT
                ELSE
                    MOVE ZERO TO WS-TAXABLE-AMT
                    MOVE BE-AMOUNT-DUE TO WS-EXEMPT-AMT
                END-IF
                IF BE-TYPE-ADJUSTMENT
                    SUBTRACT WS-TAXABLE-AMT FROM WS-TOTAL-TAXABLE
                    SUBTRACT WS-EXEMPT-AMT FROM WS-TOTAL-EXEMPT
                    SUBTRACT WS-TAX-AMOUNT FROM WS-TOTAL-TAX
                ELSE
                    ADD WS-TAXABLE-AMT TO WS-TOTAL-TAXABLE
                    ADD WS-EXEMPT-AMT TO WS-TOTAL-EXEMPT
                    ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
                END-IF.
           251-GET-CURRENT-RATE.
                MOVE BE-RECO-ID TO MR-RECO-ID
                READ ARTIST-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE MR-TAX-JURIS TO WS-TAX-JURIS
                END-READ
                IF WS-TAX-JURIS NOT = SPACES
                    MOVE 'NO' TO WS-TAX-FOUND-SWITCH
                    MOVE ZERO TO WS-TAX-BEST-DATE
                    PERFORM 255-SCAN-TAX-TABLE
                        VARYING WS-TAX-IDX FROM 1 BY 1
                        UNTIL WS-TAX-IDX > WS-TAX-COUNT
                    IF NOT WS-TAX-RATE-FOUND
                        ADD 1 TO WS-NO-TAX-RATE
                    END-IF
                END-IF.
           252-FIND-ORIGINAL-TAX.
                IF WS-ORG-INVOICE-NO (WS-ORIG-IDX) = BE-ORIG-INVOICE
                 AND WS-ORG-ON-HISTORY (WS-ORIG-IDX) = 'Y'
                    MOVE WS-ORIG-IDX TO WS-ORIG-SUB
                    MOVE 'YES' TO WS-ORIG-FOUND-SWITCH
                END-IF.
           255-SCAN-TAX-TABLE.
                IF WS-TXE-JURIS (WS-TAX-IDX) = WS-TAX-JURIS
                 AND WS-TXE-EFF-DATE (WS-TAX-IDX) <= BE-BILL-DATE
                 AND WS-TXE-EFF-DATE (WS-TAX-IDX) >= WS-TAX-BEST-DATE
                    MOVE WS-TXE-EFF-DATE (WS-TAX-IDX)
                        TO WS-TAX-BEST-DATE
                    MOVE WS-TXE-RATE (WS-TAX-IDX) TO WS-TAX-RATE
                    MOVE 'YES' TO WS-TAX-FOUND-SWITCH
                END-IF.
           300-TRAILER.
                MOVE 'INVOICES PRINTED :' TO TL-LABEL
                MOVE WS-INVOICE-COUNT TO TL-VALUE
                MOVE 'LAST INVOICE NUMBER :' TO TL-LABEL
                MOVE WS-INVOICE-NUMBER TO TL-VALUE
                MOVE TL-TRAILER-LINE TO REGISTER-LINE
                WRITE REGISTER-LINE AFTER ADVANCING 1 LINES
                MOVE 'TAXABLE AMOUNT :' TO TL-LABEL
                MOVE WS-TOTAL-TAXABLE TO TL-VALUE
                MOVE TL-TRAILER-LINE TO REGISTER-LINE
                WRITE REGISTER-LINE AFTER ADVANCING 2 LINES
                MOVE 'EXEMPT AMOUNT :' TO TL-LABEL
                MOVE WS-TOTAL-EXEMPT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO REGISTER-LINE
                WRITE REGISTER-LINE AFTER ADVANCING 1 LINES
                MOVE 'SALES TAX CHARGED :' TO TL-LABEL
                MOVE WS-TOTAL-TAX TO TL-VALUE
                MOVE TL-TRAILER-LINE TO REGISTER-LINE
                WRITE REGISTER-LINE AFTER ADVANCING 1 LINES
                MOVE 'JURISDICTIONS WITHOUT RATE :' TO TL-LABEL
                MOVE WS-NO-TAX-RATE TO TL-VALUE
                MOVE TL-TRAILER-LINE TO REGISTER-LINE
                WRITE REGISTER-LINE AFTER ADVANCING 1 LINES
                MOVE 'ADJ TAX AT CURRENT RATE :' TO TL-LABEL
                MOVE WS-ADJ-NO-ORIG-TAX TO TL-VALUE
                MOVE TL-TRAILER-LINE TO REGISTER-LINE
                WRITE REGISTER-LINE AFTER ADVANCING 1 LINES
                IF WS-CYC-OVERRIDE
                    MOVE 'RERUN TAX ROWS REMOVED :' TO TL-LABEL
                    MOVE WS-TXH-REMOVED TO TL-VALUE
                    MOVE TL-TRAILER-LINE TO REGISTER-LINE
                    WRITE REGISTER-LINE AFTER ADVANCING 1 LINES
                END-IF
                IF WS-TAX-OVERFLOW
                    MOVE 'TAX RATE TABLE OVERFLOW :' TO TL-LABEL
                    MOVE WS-TAX-COUNT TO TL-VALUE
                    MOVE TL-TRAILER-LINE TO REGISTER-LINE
                    WRITE REGISTER-LINE AFTER ADVANCING 1 LINES
                END-IF.
           930-WRITE-BALANCE-RECORD.
                OPEN EXTEND BALANCE-FILE
                IF WS-BAL-FILE-STATUS = '35'
                MOVE HL-COLUMN-HEADING TO REGISTER-LINE
                WRITE REGISTER-LINE AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-REG-LINE-COUNT.
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
