               ASSIGN TO FILEOUT.
           SELECT EXCEPTION-REPORT
               ASSIGN TO FILEEXC.
           SELECT OVER-QUOTE-REPORT
               ASSIGN TO FILEOVQ.
           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK1.
           SELECT SORTED-FILE
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
       SD SORT-WORK-FILE.
       01 SW-SORT-RECORD.
           05  SW-RECO-ID       PIC X(6).
           05  SW-STU-HRS       PIC 9(6).
           05  SW-HRLY-RATE     PIC 9(3).
           05  SW-PROJ-COMPL    PIC 9(8).
           05  SW-TAX-JURIS     PIC X(4).
           05  SW-MERGED-TO     PIC X(6).
       FD SORTED-FILE
           RECORDING MODE IS F.
       01 SORTED-RECORD       PIC X(50).
       FD ARTIST-REPORT
           RECORDING MODE IS F.
          01 ARTIST-LIST       PIC X(108).
       FD EXCEPTION-REPORT
           RECORDING MODE IS F.
          01 EXCEPTION-LIST    PIC X(40).
       FD OVER-QUOTE-REPORT
           RECORDING MODE IS F.
          01 OVER-QUOTE-LIST   PIC X(90).
       FD CHECKPOINT-FILE
           RECORDING MODE IS F.
          01 CHECKPOINT-RECORD.
              05  CK-BILLS-WRITTEN PIC 9(7).
              05  CK-BILLS-SKIPPED PIC 9(7).
              05  CK-PAGE-COUNT    PIC 9(3).
              05  CK-OVER-QUOTE    PIC 9(7).
       FD BILLING-EXTRACT
           RECORDING MODE IS F.
           COPY BILREC.
              05  AB-RUN-TIME          PIC 9(8).
              05                       PIC X(1) VALUE SPACES.
              05  AB-MESSAGE           PIC X(23).
       FD CYCLE-CONTROL
           RECORDING MODE IS F.
           COPY CYCREC.
       FD CYCLE-OVERRIDE
           RECORDING MODE IS F.
           COPY CYCOVR.
          WORKING-STORAGE SECTION.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
                  88  WS-REBILL-REQUESTED      VALUE 'YES'.
          01 WS-PROJECT-CONTROL.
              05  WS-PROJ-SEQ          PIC 9(2) VALUE ZERO.
              05  WS-EST-HRS           PIC 9(6) VALUE ZERO.
              05  WS-QUOTE-RATE        PIC 9(3) VALUE ZERO.
              05  WS-QUOTE-AMOUNT      PIC 9(9) VALUE ZERO.
              05  WS-PROJECT-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-PROJECT-FOUND         VALUE 'YES'.
              05  WS-PRJ-EOF-SWITCH    PIC X(3) VALUE 'NO'.
              05  WS-TOTAL-BILLED      PIC 9(11) VALUE ZERO.
              05  WS-BILLS-SKIPPED     PIC 9(7) VALUE ZERO.
              05  WS-BILLS-WRITTEN     PIC 9(7) VALUE ZERO.
              05  WS-OVER-QUOTE-COUNT  PIC 9(7) VALUE ZERO.
          01 WS-GENRE-BREAK.
              05  WS-CURRENT-GENRE     PIC X(2) VALUE SPACES.
              05  WS-GENRE-HRS         PIC 9(9) VALUE ZERO.
              05  AL-PROJ-COMPL    PIC 9(8).
              05                   PIC X(2) VALUE SPACES.
              05  AL-DUE-FLAG      PIC X(9).
          01 OQ-OVER-QUOTE-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  OQ-RECO-ID       PIC X(9).
              05                   PIC X(2) VALUE SPACES.
              05  OQ-ARTST-NAME    PIC X(14).
              05                   PIC X(2) VALUE SPACES.
              05  OQ-EST-HRS       PIC ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  OQ-STU-HRS       PIC ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  OQ-QUOTE-AMOUNT  PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  OQ-BILL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  OQ-OVERAGE       PIC ZZZ,ZZZ,ZZ9-.
          01 OH-OVER-QUOTE-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(9) VALUE 'RECO ID'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(14) VALUE 'ARTIST NAME'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE 'EST HRS'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE 'ACT HRS'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(11) VALUE '      QUOTE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(11) VALUE '     BILLED'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(12) VALUE '    OVERAGE'.
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05                   PIC X(8) VALUE 'COMPLETE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(9) VALUE ' DUE FLAG'.
          01 WS-CYCLE-AREA.
              05  WS-CYC-FILE-STATUS   PIC X(2).
              05  WS-COV-FILE-STATUS   PIC X(2).
              05  WS-CYC-STEP-NAME     PIC X(8) VALUE 'ABCUNI'.
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
               PERFORM 110-CHECK-RESTART
               IF NOT WS-RESTART-MODE
                   SORT SORT-WORK-FILE
                       GIVING SORTED-FILE
               END-IF
               OPEN INPUT SORTED-FILE
               MOVE CY-BUSINESS-DATE TO WS-RUN-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 109-READ-RUN-CONTROL
               PERFORM 114-LOAD-GENRE-REFERENCE
               CLOSE SORTED-FILE
                     ARTIST-REPORT
                     EXCEPTION-REPORT
                     OVER-QUOTE-REPORT
                     BILLING-EXTRACT
                     AUDIT-LOG
                     GENRE-HISTORY
               IF WS-PROJECT-FILE-OPEN
                   CLOSE PROJECT-FILE
               END-IF
               PERFORM 950-END-CYCLE-STEP
               STOP RUN.
           112-OPEN-PROJECT-FILE.
                OPEN INPUT PROJECT-FILE
                END-IF
                IF WS-BLS-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 949-FAIL-CYCLE-STEP
                END-IF.
           104-OPEN-GENRE-HISTORY.
                OPEN EXTEND GENRE-HISTORY
                END-IF
                IF PR-AS-OF-DATE NUMERIC
                 AND PR-AS-OF-DATE > ZERO
                    IF PR-AS-OF-DATE NOT = CY-BUSINESS-DATE
                        MOVE 12 TO RETURN-CODE
                        PERFORM 949-FAIL-CYCLE-STEP
                    END-IF
                    MOVE PR-AS-OF-DATE TO WS-AS-OF-DATE
                END-IF.
           107-LOAD-RATE-TABLE.
                OPEN INPUT RATE-TABLE
                IF WS-RESTART-MODE
                    OPEN EXTEND ARTIST-REPORT
                    OPEN EXTEND EXCEPTION-REPORT
                    OPEN EXTEND OVER-QUOTE-REPORT
                    OPEN EXTEND BILLING-EXTRACT
                ELSE
                    OPEN OUTPUT ARTIST-REPORT
                    OPEN OUTPUT EXCEPTION-REPORT
                    OPEN OUTPUT OVER-QUOTE-REPORT
                    OPEN OUTPUT BILLING-EXTRACT
                    MOVE OH-OVER-QUOTE-HEADING TO OVER-QUOTE-LIST
                    WRITE OVER-QUOTE-LIST
                END-IF.
           110-CHECK-RESTART.
                MOVE 'NO' TO WS-RESTART-SWITCH
                    OPEN I-O CHECKPOINT-FILE
                    IF WS-CKPT-FILE-STATUS NOT = '00'
                        MOVE 16 TO RETURN-CODE
                        PERFORM 949-FAIL-CYCLE-STEP
                    END-IF
                END-IF
                READ CHECKPOINT-FILE
                            MOVE CK-GENRE-COUNT TO WS-GENRE-COUNT
                            MOVE CK-GENRE-COST TO WS-GENRE-COST
                            MOVE CK-PAGE-COUNT TO WS-PAGE-COUNT
                            MOVE CK-OVER-QUOTE TO WS-OVER-QUOTE-COUNT
                            MOVE 'YES' TO WS-RESTART-SWITCH
                        END-IF
                END-READ.
                             CK-TOTAL-BILLED
                             CK-BILLS-WRITTEN
                             CK-BILLS-SKIPPED
                             CK-PAGE-COUNT
                             CK-OVER-QUOTE.
           120-CLEAR-CHECKPOINT.
                PERFORM 115-CLEAR-CHECKPOINT-RECORD
                REWRITE CHECKPOINT-RECORD.
                    MOVE WS-GENRE-COUNT TO CK-GENRE-COUNT
                    MOVE WS-GENRE-COST TO CK-GENRE-COST
                    MOVE WS-PAGE-COUNT TO CK-PAGE-COUNT
                    MOVE WS-OVER-QUOTE-COUNT TO CK-OVER-QUOTE
                    REWRITE CHECKPOINT-RECORD
                    MOVE ZERO TO WS-RECS-SINCE-CKPT
                END-IF.
           202-EXPAND-PROJECTS.
                MOVE 'NO' TO WS-PROJECT-SWITCH
                MOVE 'NO' TO WS-PRJ-EOF-SWITCH
                MOVE ZERO TO WS-EST-HRS
                MOVE ZERO TO WS-QUOTE-RATE
                IF WS-PROJECT-FILE-OPEN
                    MOVE AR-RECO-ID TO PJ-RECO-ID
                    MOVE ZERO TO PJ-PROJ-SEQ
                           MOVE PJ-RECO-STATUS TO AR-RECO-STATUS
                           MOVE PJ-STU-HRS TO AR-STU-HRS
                           MOVE PJ-PROJ-COMPL TO AR-PROJ-COMPL
                           MOVE PJ-EST-HRS TO WS-EST-HRS
                           MOVE PJ-QUOTE-RATE TO WS-QUOTE-RATE
                           PERFORM 205-PROCESS-ONE-PROJECT
                       END-IF
                END-READ.
                IF WS-ALREADY-BILLED AND NOT WS-REBILL-REQUESTED
                    ADD 1 TO WS-BILLS-SKIPPED
                ELSE
                    PERFORM 246-CHECK-OVER-QUOTE
                    PERFORM 242-WRITE-BILLING-RECORD
                END-IF.
           242-WRITE-BILLING-RECORD.
                ELSE
                    WRITE BS-BILLED-RECORD
                END-IF.
           246-CHECK-OVER-QUOTE.
                IF WS-EST-HRS > ZERO
                    COMPUTE WS-QUOTE-AMOUNT =
                        WS-EST-HRS * WS-QUOTE-RATE
                    IF AR-STU-HRS > WS-EST-HRS
                     OR AL-STU-COST > WS-QUOTE-AMOUNT
                        MOVE WS-RECO-DISPLAY TO OQ-RECO-ID
                        MOVE AR-ARTST-NAME TO OQ-ARTST-NAME
                        MOVE WS-EST-HRS TO OQ-EST-HRS
                        MOVE AR-STU-HRS TO OQ-STU-HRS
                        MOVE WS-QUOTE-AMOUNT TO OQ-QUOTE-AMOUNT
                        MOVE AL-STU-COST TO OQ-BILL-AMOUNT
                        COMPUTE OQ-OVERAGE =
                            AL-STU-COST - WS-QUOTE-AMOUNT
                        MOVE OQ-OVER-QUOTE-LINE TO OVER-QUOTE-LIST
                        WRITE OVER-QUOTE-LIST
                        ADD 1 TO WS-OVER-QUOTE-COUNT
                    END-IF
                END-IF.
           243-CHECK-REBILL-REQUEST.
                MOVE 'NO' TO WS-REBILL-SWITCH
                PERFORM 244-SCAN-REBILL-TABLE
                MOVE 'BILLS ALREADY EXTRACTED :' TO TL-LABEL
                MOVE WS-BILLS-SKIPPED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO ARTIST-LIST
                WRITE ARTIST-LIST AFTER ADVANCING 1 LINES
                MOVE 'PROJECTS OVER QUOTE :' TO TL-LABEL
                MOVE WS-OVER-QUOTE-COUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO ARTIST-LIST
                WRITE ARTIST-LIST AFTER ADVANCING 1 LINES
                MOVE TL-TRAILER-LINE TO OVER-QUOTE-LIST
                WRITE OVER-QUOTE-LIST.
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
