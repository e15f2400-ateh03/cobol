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
       FD MAINT-TRANS-FILE
           RECORDING MODE IS F.
           COPY MNTTRN.
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
           COPY CHGREC.
          01 WS-SWITCHES.
              05  WS-OLD-STU-HRS       PIC 9(6).
              05  WS-OLD-HRLY-RATE     PIC 9(3).
              05  WS-OLD-PROJ-COMPL    PIC 9(8).
              05  WS-OLD-TAX-JURIS     PIC X(4).
          01 WS-RECORD-IMAGE.
              05                       PIC X(4) VALUE 'RTE='.
              05  WS-IMG-HRLY-RATE     PIC 9(3).
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 WS-CYCLE-AREA.
              05  WS-CYC-FILE-STATUS   PIC X(2).
              05  WS-COV-FILE-STATUS   PIC X(2).
              05  WS-CYC-STEP-NAME     PIC X(8) VALUE 'ABCMAINT'.
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
               OPEN I-O ARTIST-FILE
               OPEN INPUT MAINT-TRANS-FILE
               OPEN OUTPUT MAINT-REPORT
               PERFORM 105-OPEN-CHANGE-HISTORY
               PERFORM 106-OPEN-AUDIT-LOG
               MOVE CY-BUSINESS-DATE TO WS-RUN-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 109-READ-RUN-CONTROL
               PERFORM 114-LOAD-GENRE-REFERENCE
                     MAINT-REPORT
                     CHANGE-HISTORY
                     AUDIT-LOG
               PERFORM 950-END-CYCLE-STEP
               STOP RUN.
           105-OPEN-CHANGE-HISTORY.
                OPEN EXTEND CHANGE-HISTORY
                IF MT-RECO-STATUS NOT = SPACES
                    MOVE MT-RECO-STATUS TO MR-RECO-STATUS
                END-IF
                IF MT-TAX-JURIS NOT = SPACES
                    MOVE MT-TAX-JURIS TO MR-TAX-JURIS
                END-IF
                IF NOT MR-STATUS-VALID
                    PERFORM 215-REJECT-BAD-STATUS
                ELSE
                MOVE MR-RECO-STATUS TO WS-OLD-RECO-STATUS
                MOVE MR-STU-HRS TO WS-OLD-STU-HRS
                MOVE MR-HRLY-RATE TO WS-OLD-HRLY-RATE
                MOVE MR-PROJ-COMPL TO WS-OLD-PROJ-COMPL
                MOVE MR-TAX-JURIS TO WS-OLD-TAX-JURIS.
           230-WRITE-CHANGE-HISTORY.
                IF MT-ARTST-NAME NOT = SPACES
                    MOVE 'AR-ARTST-NAME' TO CH-FIELD-NAME
                    MOVE WS-OLD-RECO-STATUS TO CH-BEFORE-VALUE
                    MOVE MR-RECO-STATUS TO CH-AFTER-VALUE
                    PERFORM 235-WRITE-CHANGE-RECORD
                END-IF
                IF MT-TAX-JURIS NOT = SPACES
                    MOVE 'AR-TAX-JURIS' TO CH-FIELD-NAME
                    MOVE WS-OLD-TAX-JURIS TO CH-BEFORE-VALUE
                    MOVE MR-TAX-JURIS TO CH-AFTER-VALUE
                    PERFORM 235-WRITE-CHANGE-RECORD
                END-IF.
           235-WRITE-CHANGE-RECORD.
                MOVE MT-RECO-ID TO CH-RECO-ID
                MOVE MT-STU-HRS TO MR-STU-HRS
                MOVE MT-HRLY-RATE TO MR-HRLY-RATE
                MOVE MT-PROJ-COMPL TO MR-PROJ-COMPL
                MOVE MT-TAX-JURIS TO MR-TAX-JURIS
                MOVE SPACES TO MR-MERGED-TO
                IF NOT MR-STATUS-VALID
                    PERFORM 215-REJECT-BAD-STATUS
                ELSE
                MOVE WS-OTHS-REJECTED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO MAINT-REPORT-LINE
                WRITE MAINT-REPORT-LINE AFTER ADVANCING 1 LINES.
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
