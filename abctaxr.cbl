      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Print the monthly sales-tax filing report from the
      *          tax history written by ABCINV.  For the filing
      *          period (YYYYMM from the period card, or the month
      *          before the run date when no card is supplied) the
      *          report shows, for each tax jurisdiction, the number
      *          of invoices and credits, the taxable and exempt
      *          sales and the tax charged, with voids and credit
      *          memos netted against the period, and grand totals
      *          that tie back to the sales-tax-payable postings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCTAXR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-HISTORY
               ASSIGN TO FILETXH.
           SELECT TAX-PERIOD-CARD
               ASSIGN TO FILETPRM
               FILE STATUS IS WS-PRM-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO FILETAX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TAX-KEY
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK1.
           SELECT SORTED-FILE
               ASSIGN TO FILESTXH.
           SELECT TAX-FILING-REPORT
               ASSIGN TO FILETXRP.
       DATA DIVISION.
       FILE SECTION.
       FD TAX-HISTORY
           RECORDING MODE IS F.
       01 TAX-HISTORY-RECORD    PIC X(58).
       FD TAX-PERIOD-CARD
           RECORDING MODE IS F.
       01 TP-PERIOD-CARD.
           05  TP-PERIOD        PIC 9(6).
           05                   PIC X(74).
       FD TAX-RATE-FILE
           RECORDING MODE IS F.
           COPY TAXREC.
       SD SORT-WORK-FILE.
       01 SS-SORT-RECORD.
           05  SS-TAX-JURIS     PIC X(4).
           05  SS-BILL-DATE     PIC X(8).
           05  SS-INVOICE-NO    PIC X(7).
           05                   PIC X(39).
       FD SORTED-FILE
           RECORDING MODE IS F.
       01 SORTED-RECORD       PIC X(58).
       FD TAX-FILING-REPORT
           RECORDING MODE IS F.
          01 TAX-REPORT-LINE    PIC X(90).
          WORKING-STORAGE SECTION.
           COPY TXHREC.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-PRM-FILE-STATUS   PIC X(2).
              05  WS-TAX-FILE-STATUS   PIC X(2).
              05  WS-TAX-OPEN-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-TAX-FILE-OPEN         VALUE 'YES'.
          01 WS-PERIOD-CONTROL.
              05  WS-PERIOD            PIC 9(6) VALUE ZERO.
              05  WS-PERIOD-R REDEFINES WS-PERIOD.
                  10  WS-PERIOD-YYYY   PIC 9(4).
                  10  WS-PERIOD-MM     PIC 9(2).
              05  WS-BILL-PERIOD       PIC 9(6) VALUE ZERO.
              05  WS-PERIOD-SOURCE     PIC X(12) VALUE SPACES.
          01 WS-RUN-DATE-AREA.
              05  WS-RUN-DATE          PIC 9(8).
              05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
                  10  WS-RUN-YYYY      PIC 9(4).
                  10  WS-RUN-MM        PIC 9(2).
                  10  WS-RUN-DD        PIC 9(2).
          01 WS-BREAK-CONTROL.
              05  WS-CURRENT-JURIS     PIC X(4) VALUE SPACES.
              05  WS-FIRST-SWITCH      PIC X(3) VALUE 'YES'.
                  88  WS-FIRST-JURIS           VALUE 'YES'.
          01 WS-JURIS-TOTALS.
              05  WS-JUR-COUNT         PIC 9(7) VALUE ZERO.
              05  WS-JUR-TAXABLE       PIC S9(11) VALUE ZERO.
              05  WS-JUR-EXEMPT        PIC S9(11) VALUE ZERO.
              05  WS-JUR-TAX           PIC S9(11) VALUE ZERO.
          01 WS-TOTALS.
              05  WS-RECORDS-READ      PIC 9(7) VALUE ZERO.
              05  WS-RECORDS-SELECTED  PIC 9(7) VALUE ZERO.
              05  WS-JURIS-COUNT       PIC 9(7) VALUE ZERO.
              05  WS-TOT-TAXABLE       PIC S9(11) VALUE ZERO.
              05  WS-TOT-EXEMPT        PIC S9(11) VALUE ZERO.
              05  WS-TOT-TAX           PIC S9(11) VALUE ZERO.
          01 WS-PAGE-CONTROL.
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-MAX-LINES         PIC 9(3) VALUE 55.
          01 JL-JURIS-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  JL-TAX-JURIS     PIC X(4).
              05                   PIC X(3) VALUE SPACES.
              05  JL-JURIS-NAME    PIC X(20).
              05                   PIC X(2) VALUE SPACES.
              05  JL-COUNT         PIC ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  JL-TAXABLE       PIC ZZZ,ZZZ,ZZ9-.
              05                   PIC X(2) VALUE SPACES.
              05  JL-EXEMPT        PIC ZZZ,ZZZ,ZZ9-.
              05                   PIC X(2) VALUE SPACES.
              05  JL-TAX           PIC ZZ,ZZZ,ZZ9-.
          01 GT-GRAND-TOTAL-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(29) VALUE
                  'PERIOD TOTAL'.
              05  GT-COUNT         PIC ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  GT-TAXABLE       PIC ZZZ,ZZZ,ZZ9-.
              05                   PIC X(2) VALUE SPACES.
              05  GT-EXEMPT        PIC ZZZ,ZZZ,ZZ9-.
              05                   PIC X(2) VALUE SPACES.
              05  GT-TAX           PIC ZZ,ZZZ,ZZ9-.
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(28) VALUE
                  'ABC UNIVERSAL SALES TAX'.
              05                   PIC X(5) VALUE SPACES.
              05  HL-DATE-LABEL    PIC X(9) VALUE 'RUN DATE:'.
              05  HL-RUN-DATE      PIC 9(8).
              05                   PIC X(5) VALUE SPACES.
              05  HL-PAGE-LABEL    PIC X(5) VALUE 'PAGE:'.
              05  HL-PAGE-NO       PIC ZZ9.
          01 HL-PERIOD-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(16) VALUE 'FILING PERIOD:'.
              05  HL-PERIOD        PIC 9(6).
              05                   PIC X(3) VALUE SPACES.
              05  HL-PERIOD-SOURCE PIC X(12).
          01 HL-COLUMN-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(4) VALUE 'JUR'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE 'JURISDICTION'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE '  COUNT'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(12) VALUE '     TAXABLE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(12) VALUE '      EXEMPT'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(11) VALUE '        TAX'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 110-GET-FILING-PERIOD
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SS-TAX-JURIS
                                    SS-BILL-DATE
                                    SS-INVOICE-NO
                   USING TAX-HISTORY
                   GIVING SORTED-FILE
               PERFORM 120-OPEN-TAX-RATE-FILE
               OPEN INPUT SORTED-FILE
               OPEN OUTPUT TAX-FILING-REPORT
               PERFORM 400-HEADING
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                   READ SORTED-FILE INTO TH-TAX-HISTORY-RECORD
                        AT END
                           MOVE 'YES' TO WS-EOF-SWITCH
                        NOT AT END
                           PERFORM 200-PROCESS
                   END-READ
               END-PERFORM
               IF NOT WS-FIRST-JURIS
                   PERFORM 250-JURISDICTION-TOTAL
               END-IF
               PERFORM 300-TRAILER
               IF WS-TAX-FILE-OPEN
                   CLOSE TAX-RATE-FILE
               END-IF
               CLOSE SORTED-FILE
                     TAX-FILING-REPORT
               STOP RUN.
           110-GET-FILING-PERIOD.
                MOVE ZERO TO WS-PERIOD
                OPEN INPUT TAX-PERIOD-CARD
                IF WS-PRM-FILE-STATUS = '00'
                    READ TAX-PERIOD-CARD
                        AT END
                           CONTINUE
                        NOT AT END
                           IF TP-PERIOD NUMERIC
                               MOVE TP-PERIOD TO WS-PERIOD
                           END-IF
                    END-READ
                    CLOSE TAX-PERIOD-CARD
                END-IF
                IF WS-PERIOD NOT = ZERO
                 AND WS-PERIOD-MM >= 1 AND WS-PERIOD-MM <= 12
                    MOVE 'PERIOD CARD' TO WS-PERIOD-SOURCE
                ELSE
                    MOVE 'PRIOR MONTH' TO WS-PERIOD-SOURCE
                    IF WS-RUN-MM = 1
                        COMPUTE WS-PERIOD-YYYY = WS-RUN-YYYY - 1
                        MOVE 12 TO WS-PERIOD-MM
                    ELSE
                        MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY
                        COMPUTE WS-PERIOD-MM = WS-RUN-MM - 1
                    END-IF
                END-IF.
           120-OPEN-TAX-RATE-FILE.
                OPEN INPUT TAX-RATE-FILE
                IF WS-TAX-FILE-STATUS = '00'
                    MOVE 'YES' TO WS-TAX-OPEN-SWITCH
                END-IF.
           200-PROCESS.
                ADD 1 TO WS-RECORDS-READ
                COMPUTE WS-BILL-PERIOD = TH-BILL-DATE / 100
                IF WS-BILL-PERIOD = WS-PERIOD
                    ADD 1 TO WS-RECORDS-SELECTED
                    IF TH-TAX-JURIS NOT = WS-CURRENT-JURIS
                     OR WS-FIRST-JURIS
                        IF NOT WS-FIRST-JURIS
                            PERFORM 250-JURISDICTION-TOTAL
                        END-IF
                        MOVE 'NO' TO WS-FIRST-SWITCH
                        MOVE TH-TAX-JURIS TO WS-CURRENT-JURIS
                    END-IF
                    PERFORM 220-ACCUMULATE
                END-IF.
           220-ACCUMULATE.
                ADD 1 TO WS-JUR-COUNT
                IF TH-TYPE-ADJUSTMENT
                    SUBTRACT TH-TAXABLE-AMT FROM WS-JUR-TAXABLE
                    SUBTRACT TH-EXEMPT-AMT FROM WS-JUR-EXEMPT
                    SUBTRACT TH-TAX-AMOUNT FROM WS-JUR-TAX
                ELSE
                    ADD TH-TAXABLE-AMT TO WS-JUR-TAXABLE
                    ADD TH-EXEMPT-AMT TO WS-JUR-EXEMPT
                    ADD TH-TAX-AMOUNT TO WS-JUR-TAX
                END-IF.
           250-JURISDICTION-TOTAL.
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE WS-CURRENT-JURIS TO JL-TAX-JURIS
                PERFORM 260-GET-JURIS-NAME
                MOVE WS-JUR-COUNT TO JL-COUNT
                MOVE WS-JUR-TAXABLE TO JL-TAXABLE
                MOVE WS-JUR-EXEMPT TO JL-EXEMPT
                MOVE WS-JUR-TAX TO JL-TAX
                MOVE JL-JURIS-LINE TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT
                ADD 1 TO WS-JURIS-COUNT
                ADD WS-JUR-TAXABLE TO WS-TOT-TAXABLE
                ADD WS-JUR-EXEMPT TO WS-TOT-EXEMPT
                ADD WS-JUR-TAX TO WS-TOT-TAX
                MOVE ZERO TO WS-JUR-COUNT
                MOVE ZERO TO WS-JUR-TAXABLE
                MOVE ZERO TO WS-JUR-EXEMPT
                MOVE ZERO TO WS-JUR-TAX.
           260-GET-JURIS-NAME.
                MOVE SPACES TO JL-JURIS-NAME
                IF WS-CURRENT-JURIS = SPACES
                    MOVE 'EXEMPT / NO JURIS' TO JL-JURIS-NAME
                ELSE
                    IF WS-TAX-FILE-OPEN
                        MOVE WS-CURRENT-JURIS TO TX-TAX-JURIS
                        MOVE ZERO TO TX-EFF-DATE
                        START TAX-RATE-FILE KEY >= TX-TAX-KEY
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               PERFORM 265-READ-JURIS-NAME
                        END-START
                    END-IF
                END-IF.
           265-READ-JURIS-NAME.
                READ TAX-RATE-FILE NEXT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF TX-TAX-JURIS = WS-CURRENT-JURIS
                           MOVE TX-JURIS-NAME TO JL-JURIS-NAME
                       END-IF
                END-READ.
           300-TRAILER.
                MOVE WS-RECORDS-SELECTED TO GT-COUNT
                MOVE WS-TOT-TAXABLE TO GT-TAXABLE
                MOVE WS-TOT-EXEMPT TO GT-EXEMPT
                MOVE WS-TOT-TAX TO GT-TAX
                MOVE GT-GRAND-TOTAL-LINE TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE AFTER ADVANCING 2 LINES
                MOVE 'TAX HISTORY RECORDS READ :' TO TL-LABEL
                MOVE WS-RECORDS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE AFTER ADVANCING 2 LINES
                MOVE 'RECORDS IN FILING PERIOD :' TO TL-LABEL
                MOVE WS-RECORDS-SELECTED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE AFTER ADVANCING 1 LINES
                MOVE 'JURISDICTIONS REPORTED :' TO TL-LABEL
                MOVE WS-JURIS-COUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PAGE-COUNT TO HL-PAGE-NO
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE AFTER ADVANCING PAGE
                MOVE WS-PERIOD TO HL-PERIOD
                MOVE WS-PERIOD-SOURCE TO HL-PERIOD-SOURCE
                MOVE HL-PERIOD-LINE TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE AFTER ADVANCING 2 LINES
                MOVE HL-COLUMN-HEADING TO TAX-REPORT-LINE
                WRITE TAX-REPORT-LINE AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-LINE-COUNT.
