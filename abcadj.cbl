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
       FD ADJUSTMENT-CARDS
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
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 WS-CYCLE-AREA.
              05  WS-CYC-FILE-STATUS   PIC X(2).
              05  WS-COV-FILE-STATUS   PIC X(2).
              05  WS-CYC-STEP-NAME     PIC X(8) VALUE 'ABCADJ'.
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
               OPEN INPUT ADJUSTMENT-CARDS
               OPEN EXTEND BILLING-EXTRACT
               OPEN OUTPUT ADJUST-REPORT
               PERFORM 105-OPEN-BILLED-STATUS
               MOVE CY-BUSINESS-DATE TO WS-RUN-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                     BILLING-EXTRACT
                     BILLED-STATUS
                     ADJUST-REPORT
               PERFORM 950-END-CYCLE-STEP
               STOP RUN.
           930-WRITE-BALANCE-RECORD.
                OPEN EXTEND BALANCE-FILE
                OPEN I-O BILLED-STATUS
                IF WS-BLS-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 949-FAIL-CYCLE-STEP
                END-IF.
           200-PROCESS.
                ADD 1 TO WS-CARDS-READ
                MOVE WS-ADJ-TOTAL-AMOUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO ADJUST-LIST
                WRITE ADJUST-LIST AFTER ADVANCING 1 LINES.
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
