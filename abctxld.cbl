      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Build the indexed sales TAX-RATE-FILE from flat tax
      *          cards (jurisdiction, effective date, jurisdiction
      *          name, rate percent) so a rate change in any taxing
      *          jurisdiction is one new dated row that ABCINV picks
      *          up on the first bill date it applies to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCTXLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-CARDS
               ASSIGN TO FILETCRD.
           SELECT TAX-RATE-FILE
               ASSIGN TO FILETAX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-TAX-KEY.
           SELECT TAX-LOAD-REPORT
               ASSIGN TO FILETLST.
       DATA DIVISION.
       FILE SECTION.
       FD TAX-CARDS
           RECORDING MODE IS F.
       01 TAX-CARD-RECORD.
           05  TC-TAX-JURIS     PIC X(4).
           05  TC-EFF-DATE      PIC 9(8).
           05  TC-JURIS-NAME    PIC X(20).
           05  TC-TAX-RATE      PIC 9(2)V9(3).
       FD TAX-RATE-FILE
           RECORDING MODE IS F.
           COPY TAXREC.
       FD TAX-LOAD-REPORT
           RECORDING MODE IS F.
       01 TAX-LOAD-LINE         PIC X(70).
          WORKING-STORAGE SECTION.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
          01 WS-TOTALS.
              05  WS-CARDS-READ        PIC 9(7) VALUE ZERO.
              05  WS-CARDS-LOADED      PIC 9(7) VALUE ZERO.
              05  WS-CARDS-REJECTED    PIC 9(7) VALUE ZERO.
          01 WS-DATE-CHECK.
              05  WS-CHK-YYYY          PIC 9(4).
              05  WS-CHK-MM            PIC 9(2).
              05  WS-CHK-DD            PIC 9(2).
          01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK
                                       PIC 9(8).
          01 RL-LOAD-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  RL-TAX-JURIS     PIC X(4).
              05                   PIC X(3) VALUE SPACES.
              05  RL-EFF-DATE      PIC 9(8).
              05                   PIC X(3) VALUE SPACES.
              05  RL-JURIS-NAME    PIC X(20).
              05                   PIC X(3) VALUE SPACES.
              05  RL-RESULT        PIC X(24).
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
           PROCEDURE DIVISION.
           100-MAINLINE.
               OPEN INPUT TAX-CARDS
               OPEN OUTPUT TAX-RATE-FILE
               OPEN OUTPUT TAX-LOAD-REPORT
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                   READ TAX-CARDS
                        AT END
                           MOVE 'YES' TO WS-EOF-SWITCH
                        NOT AT END
                           PERFORM 200-PROCESS
                   END-READ
               END-PERFORM
               PERFORM 300-TRAILER
               CLOSE TAX-CARDS
                     TAX-RATE-FILE
                     TAX-LOAD-REPORT
               STOP RUN.
           200-PROCESS.
                ADD 1 TO WS-CARDS-READ
                MOVE TC-EFF-DATE TO WS-DATE-CHECK-R
                IF TC-TAX-JURIS = SPACES
                    MOVE 'MISSING JURISDICTION' TO RL-RESULT
                    PERFORM 210-REJECT-CARD
                ELSE
                    IF TC-EFF-DATE NOT NUMERIC
                     OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                     OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
                     OR FUNCTION TEST-DATE-YYYYMMDD
                            (WS-DATE-CHECK-R) NOT = ZERO
                        MOVE 'INVALID EFF DATE' TO RL-RESULT
                        PERFORM 210-REJECT-CARD
                    ELSE
                        IF TC-TAX-RATE NOT NUMERIC
                            MOVE 'INVALID TAX RATE' TO RL-RESULT
                            PERFORM 210-REJECT-CARD
                        ELSE
                            PERFORM 220-LOAD-CARD
                        END-IF
                    END-IF
                END-IF.
           210-REJECT-CARD.
                ADD 1 TO WS-CARDS-REJECTED
                MOVE TC-TAX-JURIS TO RL-TAX-JURIS
                MOVE TC-EFF-DATE TO RL-EFF-DATE
                MOVE TC-JURIS-NAME TO RL-JURIS-NAME
                MOVE RL-LOAD-LINE TO TAX-LOAD-LINE
                WRITE TAX-LOAD-LINE.
           220-LOAD-CARD.
                MOVE TC-TAX-JURIS TO TX-TAX-JURIS
                MOVE TC-EFF-DATE TO TX-EFF-DATE
                MOVE TC-JURIS-NAME TO TX-JURIS-NAME
                MOVE TC-TAX-RATE TO TX-TAX-RATE
                WRITE TX-TAX-RATE-RECORD
                    INVALID KEY
                       MOVE 'DUPLICATE TAX KEY' TO RL-RESULT
                       PERFORM 210-REJECT-CARD
                    NOT INVALID KEY
                       ADD 1 TO WS-CARDS-LOADED
                END-WRITE.
           300-TRAILER.
                MOVE 'TAX CARDS READ :' TO TL-LABEL
                MOVE WS-CARDS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO TAX-LOAD-LINE
                WRITE TAX-LOAD-LINE AFTER ADVANCING 2 LINES
                MOVE 'TAX ROWS LOADED :' TO TL-LABEL
                MOVE WS-CARDS-LOADED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO TAX-LOAD-LINE
                WRITE TAX-LOAD-LINE AFTER ADVANCING 1 LINES
                MOVE 'TAX CARDS REJECTED :' TO TL-LABEL
                MOVE WS-CARDS-REJECTED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO TAX-LOAD-LINE
                WRITE TAX-LOAD-LINE AFTER ADVANCING 1 LINES.
