      *          the indexed master, and prints one consolidated page
      *          per artist: the current master fields, the project
      *          rows, the change history, the billing-extract rows,
      *          with the studio sessions behind each billed project,
      *          the invoice numbers and amounts from the invoice
      *          extract, and the cash received - with the computed
      *          open balance at the bottom.  Replaces the five
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-PROJECT-KEY
               FILE STATUS IS WS-PRJ-FILE-STATUS.
           SELECT SESSION-HISTORY
               ASSIGN TO FILESHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SESSION-KEY
               ALTERNATE RECORD KEY IS SN-PROJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SHS-FILE-STATUS.
           SELECT DOSSIER-REQUEST
               ASSIGN TO FILEDINQ.
           SELECT CHANGE-HISTORY
                                  AR-STATUS-VALID BY MR-STATUS-VALID
                                  AR-STU-HRS BY MR-STU-HRS
                                  AR-HRLY-RATE BY MR-HRLY-RATE
                                  AR-PROJ-COMPL BY MR-PROJ-COMPL
                                  AR-TAX-JURIS BY MR-TAX-JURIS
                                  AR-MERGED-TO BY MR-MERGED-TO.
       FD PROJECT-FILE
           RECORDING MODE IS F.
           COPY PRJREC.
       FD SESSION-HISTORY
           RECORDING MODE IS F.
           COPY SESREC.
       FD DOSSIER-REQUEST
           RECORDING MODE IS F.
       01 DOSSIER-REQUEST-RECORD.
           COPY INVREC.
       FD CASH-RECEIPTS
           RECORDING MODE IS F.
       01 CASH-RECEIPTS-RECORD    PIC X(30).
       FD DOSSIER-REPORT
           RECORDING MODE IS F.
       01 DOSSIER-LIST          PIC X(90).
              05  CR-RECO-ID       PIC X(6).
              05  CR-RECEIPT-DATE  PIC 9(8).
              05  CR-AMOUNT-PAID   PIC 9(9).
              05  CR-INVOICE-NO    PIC 9(7).
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-REQ-EOF-SWITCH    PIC X(3).
              05  WS-PRJ-EOF-SWITCH    PIC X(3) VALUE 'NO'.
              05  WS-PRJ-OPEN-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-PROJECT-FILE-OPEN     VALUE 'YES'.
              05  WS-SHS-FILE-STATUS   PIC X(2).
              05  WS-SHS-EOF-SWITCH    PIC X(3) VALUE 'NO'.
              05  WS-SHS-OPEN-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-SESSION-FILE-OPEN     VALUE 'YES'.
          01 WS-BALANCE-AREA.
              05  WS-AMT-INVOICED      PIC 9(11) VALUE ZERO.
              05  WS-AMT-CREDITED      PIC 9(11) VALUE ZERO.
              05  BD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(3) VALUE SPACES.
              05  BD-BILL-DATE     PIC 9(8).
          01 SD-SESSION-LINE.
              05                   PIC X(9) VALUE SPACES.
              05                   PIC X(8) VALUE 'SESSION'.
              05  SD-SESSION-DATE  PIC 9(8).
              05                   PIC X(2) VALUE SPACES.
              05  SD-ROOM          PIC X(4).
              05                   PIC X(2) VALUE SPACES.
              05  SD-ENGINEER      PIC X(10).
              05                   PIC X(2) VALUE SPACES.
              05  SD-START-TIME    PIC 9(4).
              05                   PIC X(1) VALUE '-'.
              05  SD-END-TIME      PIC 9(4).
              05                   PIC X(2) VALUE SPACES.
              05  SD-HOURS         PIC ZZ9.
          01 ID-INVOICE-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  ID-RECORD-TYPE   PIC X(1).
              05  ID-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(3) VALUE SPACES.
              05  ID-BILL-DATE     PIC 9(8).
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(4) VALUE 'TAX:'.
              05  ID-TAX-AMOUNT    PIC ZZZ,ZZZ,ZZ9.
          01 CD-CASH-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  CD-RECEIPT-DATE  PIC 9(8).
               OPEN INPUT DOSSIER-REQUEST
               OPEN OUTPUT DOSSIER-REPORT
               PERFORM 105-OPEN-PROJECT-FILE
               PERFORM 106-OPEN-SESSION-HISTORY
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE 'NO' TO WS-REQ-EOF-SWITCH
               PERFORM UNTIL WS-REQ-EOF-SWITCH = 'YES'
               IF WS-PROJECT-FILE-OPEN
                   CLOSE PROJECT-FILE
               END-IF
               IF WS-SESSION-FILE-OPEN
                   CLOSE SESSION-HISTORY
               END-IF
               STOP RUN.
           105-OPEN-PROJECT-FILE.
                OPEN INPUT PROJECT-FILE
                IF WS-PRJ-FILE-STATUS = '00'
                    MOVE 'YES' TO WS-PRJ-OPEN-SWITCH
                END-IF.
           106-OPEN-SESSION-HISTORY.
                OPEN INPUT SESSION-HISTORY
                IF WS-SHS-FILE-STATUS = '00'
                    MOVE 'YES' TO WS-SHS-OPEN-SWITCH
                END-IF.
           200-BUILD-DOSSIER.
                ADD 1 TO WS-REQUESTS-READ
                MOVE ZERO TO WS-AMT-INVOICED
                    MOVE BE-BILL-DATE TO BD-BILL-DATE
                    MOVE BD-BILLING-LINE TO DOSSIER-LIST
                    WRITE DOSSIER-LIST AFTER ADVANCING 1 LINES
                    IF WS-SESSION-FILE-OPEN
                     AND NOT BE-TYPE-ADJUSTMENT
                        PERFORM 246-PRINT-SESSIONS
                    END-IF
                END-IF.
           246-PRINT-SESSIONS.
                MOVE 'NO' TO WS-SHS-EOF-SWITCH
                MOVE BE-RECO-ID TO SN-RECO-ID
                MOVE BE-PROJ-SEQ TO SN-PROJ-SEQ
                START SESSION-HISTORY
                    KEY IS = SN-PROJECT-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-SHS-EOF-SWITCH
                END-START
                PERFORM 247-PRINT-ONE-SESSION
                    UNTIL WS-SHS-EOF-SWITCH = 'YES'.
           247-PRINT-ONE-SESSION.
                READ SESSION-HISTORY NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-SHS-EOF-SWITCH
                    NOT AT END
                       IF SN-RECO-ID NOT = BE-RECO-ID
                        OR SN-PROJ-SEQ NOT = BE-PROJ-SEQ
                           MOVE 'YES' TO WS-SHS-EOF-SWITCH
                       ELSE
                           MOVE SN-SESSION-DATE TO SD-SESSION-DATE
                           MOVE SN-ROOM TO SD-ROOM
                           MOVE SN-ENGINEER TO SD-ENGINEER
                           MOVE SN-START-TIME TO SD-START-TIME
                           MOVE SN-END-TIME TO SD-END-TIME
                           MOVE SN-HOURS TO SD-HOURS
                           MOVE SD-SESSION-LINE TO DOSSIER-LIST
                           WRITE DOSSIER-LIST
                                 AFTER ADVANCING 1 LINES
                       END-IF
                END-READ.
           250-PRINT-INVOICES.
                OPEN INPUT INVOICE-EXTRACT
                IF WS-IEX-FILE-STATUS = '00'
           255-PRINT-ONE-INVOICE.
                IF IX-RECO-ID = DQ-RECO-ID
                    IF IX-TYPE-ADJUSTMENT
                        ADD IX-AMOUNT-DUE IX-TAX-AMOUNT
                            TO WS-AMT-CREDITED
                    ELSE
                        ADD IX-AMOUNT-DUE IX-TAX-AMOUNT
                            TO WS-AMT-INVOICED
                    END-IF
                    MOVE IX-RECORD-TYPE TO ID-RECORD-TYPE
                    MOVE IX-INVOICE-NO TO ID-INVOICE-NO
                    MOVE IX-AMOUNT-DUE TO ID-AMOUNT
                    MOVE IX-TAX-AMOUNT TO ID-TAX-AMOUNT
                    MOVE IX-BILL-DATE TO ID-BILL-DATE
                    MOVE ID-INVOICE-LINE TO DOSSIER-LIST
                    WRITE DOSSIER-LIST AFTER ADVANCING 1 LINES
