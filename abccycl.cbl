      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Day-roll step for the nightly stream.  Prints the
      *          step log from the cycle-control file (status, run
      *          count, start and end times, return code and whether
      *          the last run was an override rerun for every step)
      *          and, once every step has completed for the current
      *          business date, advances the business date by one
      *          day and resets the steps for the next cycle.  An
      *          override card naming ABCCYCL and the business date
      *          forces the roll with steps outstanding.  The first
      *          run builds the cycle-control file, taking the
      *          business date from PR-AS-OF-DATE on the run-control
      *          card or, failing that, from the system clock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCYCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL
               ASSIGN TO FILECYC
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYC-RELATIVE-KEY
               FILE STATUS IS WS-CYC-FILE-STATUS.
           SELECT CYCLE-OVERRIDE
               ASSIGN TO FILECOVR
               FILE STATUS IS WS-COV-FILE-STATUS.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO FILEPRM
               FILE STATUS IS WS-PRM-FILE-STATUS.
           SELECT CYCLE-LOG-REPORT
               ASSIGN TO FILECLOG.
       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-CONTROL
           RECORDING MODE IS F.
           COPY CYCREC.
       FD CYCLE-OVERRIDE
           RECORDING MODE IS F.
           COPY CYCOVR.
       FD RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNPRM.
       FD CYCLE-LOG-REPORT
           RECORDING MODE IS F.
          01 CYCLE-LOG-LINE     PIC X(90).
          WORKING-STORAGE SECTION.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-CYC-FILE-STATUS   PIC X(2).
              05  WS-COV-FILE-STATUS   PIC X(2).
              05  WS-PRM-FILE-STATUS   PIC X(2).
              05  WS-NEW-CYCLE-SWITCH  PIC X(3) VALUE 'NO'.
                  88  WS-NEW-CYCLE             VALUE 'YES'.
              05  WS-CYC-OVR-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-CYC-OVERRIDE          VALUE 'YES'.
          01 WS-CYC-RELATIVE-KEY       PIC 9(7) COMP VALUE 1.
          01 WS-CYC-STEP-NAME          PIC X(8) VALUE 'ABCCYCL'.
          01 WS-CYC-IDX                PIC 9(4) COMP VALUE ZERO.
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-RUN-TIME               PIC 9(8).
          01 WS-OLD-BUSINESS-DATE      PIC 9(8) VALUE ZERO.
          01 WS-DAY-NUMBER             PIC 9(8) VALUE ZERO.
          01 WS-STEP-LIST-AREA.
              05  WS-STEP-LIST-VALUES.
                  10               PIC X(8) VALUE 'ABCEDIT'.
                  10               PIC X(8) VALUE 'ABCMAINT'.
                  10               PIC X(8) VALUE 'ABCPRJM'.
                  10               PIC X(8) VALUE 'ABCUNI'.
                  10               PIC X(8) VALUE 'ABCADJ'.
                  10               PIC X(8) VALUE 'ABCINV'.
                  10               PIC X(8) VALUE 'ABCRECON'.
                  10               PIC X(8) VALUE 'ABCARUP'.
                  10               PIC X(8) VALUE 'ABCGL'.
                  10               PIC X(8) VALUE 'ABCBAL'.
              05  WS-STEP-LIST REDEFINES WS-STEP-LIST-VALUES.
                  10  WS-STEP-LIST-NAME PIC X(8) OCCURS 10 TIMES.
          01 WS-TOTALS.
              05  WS-STEPS-COMPLETE    PIC 9(7) VALUE ZERO.
              05  WS-STEPS-OUTSTANDING PIC 9(7) VALUE ZERO.
          01 SL-STEP-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  SL-STEP-SEQ      PIC Z9.
              05                   PIC X(3) VALUE SPACES.
              05  SL-STEP-NAME     PIC X(8).
              05                   PIC X(3) VALUE SPACES.
              05  SL-STATUS        PIC X(8).
              05                   PIC X(3) VALUE SPACES.
              05  SL-RUN-COUNT     PIC Z9.
              05                   PIC X(3) VALUE SPACES.
              05  SL-START-DATE    PIC 9(8).
              05                   PIC X(2) VALUE SPACES.
              05  SL-START-TIME    PIC 9(8).
              05                   PIC X(2) VALUE SPACES.
              05  SL-END-TIME      PIC 9(8).
              05                   PIC X(3) VALUE SPACES.
              05  SL-RETURN-CODE   PIC ZZZ9.
              05                   PIC X(3) VALUE SPACES.
              05  SL-OVERRIDE      PIC X(8).
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 RL-RESULT-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  RL-TEXT          PIC X(40).
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(28) VALUE
                  'ABC UNIVERSAL CYCLE LOG'.
              05                   PIC X(5) VALUE SPACES.
              05  HL-DATE-LABEL    PIC X(9) VALUE 'RUN DATE:'.
              05  HL-RUN-DATE      PIC 9(8).
          01 HL-BUSINESS-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(15) VALUE 'BUSINESS DATE:'.
              05  HL-BUSINESS-DATE PIC 9(8).
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(12) VALUE 'PRIOR DATE:'.
              05  HL-PRIOR-DATE    PIC 9(8).
          01 HL-COLUMN-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(2) VALUE 'SQ'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(8) VALUE 'STEP'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(8) VALUE 'STATUS'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(2) VALUE 'RN'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(8) VALUE 'STARTED'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(8) VALUE 'AT'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(8) VALUE 'ENDED AT'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(4) VALUE '  RC'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(8) VALUE 'OVERRIDE'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               OPEN OUTPUT CYCLE-LOG-REPORT
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 105-OPEN-CYCLE-CONTROL
               MOVE 1 TO WS-CYC-RELATIVE-KEY
               READ CYCLE-CONTROL
                   INVALID KEY
                      MOVE 16 TO RETURN-CODE
                      CLOSE CYCLE-CONTROL
                            CYCLE-LOG-REPORT
                      STOP RUN
               END-READ
               MOVE CY-BUSINESS-DATE TO WS-OLD-BUSINESS-DATE
               PERFORM 400-HEADING
               PERFORM 200-PRINT-STEP
                   VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > CY-STEP-COUNT
               IF WS-NEW-CYCLE
                   MOVE 'CYCLE CONTROL INITIALIZED' TO RL-TEXT
                   PERFORM 430-WRITE-RESULT
               ELSE
                   IF WS-STEPS-OUTSTANDING > ZERO
                       PERFORM 210-READ-CYCLE-OVERRIDE
                   END-IF
                   IF WS-STEPS-OUTSTANDING = ZERO
                    OR WS-CYC-OVERRIDE
                       PERFORM 250-ROLL-BUSINESS-DATE
                   ELSE
                       MOVE 'CYCLE INCOMPLETE - DATE NOT ROLLED'
                           TO RL-TEXT
                       PERFORM 430-WRITE-RESULT
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 300-TRAILER
               CLOSE CYCLE-CONTROL
                     CYCLE-LOG-REPORT
               STOP RUN.
           105-OPEN-CYCLE-CONTROL.
                OPEN I-O CYCLE-CONTROL
                IF WS-CYC-FILE-STATUS = '35'
                    OPEN OUTPUT CYCLE-CONTROL
                    PERFORM 110-BUILD-CYCLE-RECORD
                    MOVE 1 TO WS-CYC-RELATIVE-KEY
                    WRITE CY-CYCLE-RECORD
                    CLOSE CYCLE-CONTROL
                    OPEN I-O CYCLE-CONTROL
                    MOVE 'YES' TO WS-NEW-CYCLE-SWITCH
                END-IF
                IF WS-CYC-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    CLOSE CYCLE-LOG-REPORT
                    STOP RUN
                END-IF.
           110-BUILD-CYCLE-RECORD.
                MOVE WS-RUN-DATE TO CY-BUSINESS-DATE
                PERFORM 115-READ-RUN-CONTROL
                MOVE ZERO TO CY-PRIOR-DATE
                MOVE WS-RUN-DATE TO CY-ROLL-DATE
                MOVE WS-RUN-TIME TO CY-ROLL-TIME
                MOVE 10 TO CY-STEP-COUNT
                PERFORM 120-BUILD-STEP-ENTRY
                    VARYING WS-CYC-IDX FROM 1 BY 1
                    UNTIL WS-CYC-IDX > 10.
           115-READ-RUN-CONTROL.
                OPEN INPUT RUN-CONTROL-FILE
                IF WS-PRM-FILE-STATUS = '00'
                    READ RUN-CONTROL-FILE
                        AT END
                           CONTINUE
                        NOT AT END
                           IF PR-AS-OF-DATE NUMERIC
                            AND PR-AS-OF-DATE > ZERO
                               MOVE PR-AS-OF-DATE TO CY-BUSINESS-DATE
                           END-IF
                    END-READ
                    CLOSE RUN-CONTROL-FILE
                END-IF.
           120-BUILD-STEP-ENTRY.
                MOVE WS-STEP-LIST-NAME (WS-CYC-IDX)
                    TO CY-STEP-NAME (WS-CYC-IDX)
                PERFORM 130-CLEAR-STEP-ENTRY.
           130-CLEAR-STEP-ENTRY.
                MOVE SPACE TO CY-STEP-STATUS (WS-CYC-IDX)
                MOVE ZERO TO CY-STEP-RUN-COUNT (WS-CYC-IDX)
                MOVE ZERO TO CY-STEP-START-DATE (WS-CYC-IDX)
                MOVE ZERO TO CY-STEP-START-TIME (WS-CYC-IDX)
                MOVE ZERO TO CY-STEP-END-TIME (WS-CYC-IDX)
                MOVE ZERO TO CY-STEP-RETURN-CODE (WS-CYC-IDX)
                MOVE 'N' TO CY-STEP-OVERRIDE (WS-CYC-IDX).
           200-PRINT-STEP.
                MOVE WS-CYC-IDX TO SL-STEP-SEQ
                MOVE CY-STEP-NAME (WS-CYC-IDX) TO SL-STEP-NAME
                EVALUATE TRUE
                    WHEN CY-STEP-COMPLETE (WS-CYC-IDX)
                        MOVE 'COMPLETE' TO SL-STATUS
                        ADD 1 TO WS-STEPS-COMPLETE
                    WHEN CY-STEP-STARTED (WS-CYC-IDX)
                        MOVE 'STARTED' TO SL-STATUS
                        ADD 1 TO WS-STEPS-OUTSTANDING
                    WHEN CY-STEP-FAILED (WS-CYC-IDX)
                        MOVE 'FAILED' TO SL-STATUS
                        ADD 1 TO WS-STEPS-OUTSTANDING
                    WHEN OTHER
                        MOVE 'PENDING' TO SL-STATUS
                        ADD 1 TO WS-STEPS-OUTSTANDING
                END-EVALUATE
                MOVE CY-STEP-RUN-COUNT (WS-CYC-IDX) TO SL-RUN-COUNT
                MOVE CY-STEP-START-DATE (WS-CYC-IDX) TO SL-START-DATE
                MOVE CY-STEP-START-TIME (WS-CYC-IDX) TO SL-START-TIME
                MOVE CY-STEP-END-TIME (WS-CYC-IDX) TO SL-END-TIME
                MOVE CY-STEP-RETURN-CODE (WS-CYC-IDX)
                    TO SL-RETURN-CODE
                IF CY-STEP-OVERRIDE (WS-CYC-IDX) = 'Y'
                    MOVE 'RERUN' TO SL-OVERRIDE
                ELSE
                    MOVE SPACES TO SL-OVERRIDE
                END-IF
                MOVE SL-STEP-LINE TO CYCLE-LOG-LINE
                WRITE CYCLE-LOG-LINE AFTER ADVANCING 1 LINES.
           210-READ-CYCLE-OVERRIDE.
                OPEN INPUT CYCLE-OVERRIDE
                IF WS-COV-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ CYCLE-OVERRIDE
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 215-CHECK-CYCLE-OVERRIDE
                        END-READ
                    END-PERFORM
                    CLOSE CYCLE-OVERRIDE
                END-IF.
           215-CHECK-CYCLE-OVERRIDE.
                IF CO-STEP-NAME = WS-CYC-STEP-NAME
                 AND CO-BUSINESS-DATE = CY-BUSINESS-DATE
                    MOVE 'YES' TO WS-CYC-OVR-SWITCH
                END-IF.
           250-ROLL-BUSINESS-DATE.
                COMPUTE WS-DAY-NUMBER =
                    FUNCTION INTEGER-OF-DATE(CY-BUSINESS-DATE) + 1
                MOVE CY-BUSINESS-DATE TO CY-PRIOR-DATE
                COMPUTE CY-BUSINESS-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                MOVE WS-RUN-DATE TO CY-ROLL-DATE
                MOVE WS-RUN-TIME TO CY-ROLL-TIME
                PERFORM 130-CLEAR-STEP-ENTRY
                    VARYING WS-CYC-IDX FROM 1 BY 1
                    UNTIL WS-CYC-IDX > CY-STEP-COUNT
                REWRITE CY-CYCLE-RECORD
                    INVALID KEY
                       MOVE 16 TO RETURN-CODE
                END-REWRITE
                IF WS-CYC-OVERRIDE
                    MOVE 'DATE ROLLED BY OVERRIDE' TO RL-TEXT
                ELSE
                    MOVE 'CYCLE COMPLETE - DATE ROLLED' TO RL-TEXT
                END-IF
                PERFORM 430-WRITE-RESULT.
           300-TRAILER.
                MOVE 'STEPS COMPLETE :' TO TL-LABEL
                MOVE WS-STEPS-COMPLETE TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'STEPS OUTSTANDING :' TO TL-LABEL
                MOVE WS-STEPS-OUTSTANDING TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'BUSINESS DATE CLOSED :' TO TL-LABEL
                MOVE WS-OLD-BUSINESS-DATE TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'NEXT BUSINESS DATE :' TO TL-LABEL
                MOVE CY-BUSINESS-DATE TO TL-VALUE
                PERFORM 440-WRITE-TRAILER.
           430-WRITE-RESULT.
                MOVE RL-RESULT-LINE TO CYCLE-LOG-LINE
                WRITE CYCLE-LOG-LINE AFTER ADVANCING 2 LINES.
           440-WRITE-TRAILER.
                MOVE TL-TRAILER-LINE TO CYCLE-LOG-LINE
                WRITE CYCLE-LOG-LINE AFTER ADVANCING 1 LINES.
           400-HEADING.
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO CYCLE-LOG-LINE
                WRITE CYCLE-LOG-LINE AFTER ADVANCING PAGE
                MOVE CY-BUSINESS-DATE TO HL-BUSINESS-DATE
                MOVE CY-PRIOR-DATE TO HL-PRIOR-DATE
                MOVE HL-BUSINESS-LINE TO CYCLE-LOG-LINE
                WRITE CYCLE-LOG-LINE AFTER ADVANCING 2 LINES
                MOVE HL-COLUMN-HEADING TO CYCLE-LOG-LINE
                WRITE CYCLE-LOG-LINE AFTER ADVANCING 2 LINES.
