      *          sequence, so one artist can run several projects at
      *          once without a second fake RECO-ID on the master.
      *          Every transaction is verified against the indexed
      *          ARTIST-FILE before it is applied.  New projects are
      *          refused for an artist that collections (ABCDUNN) has
      *          put on credit hold.  A new project carries its
      *          quote: the estimated hours from the transaction, the
      *          RATE-TABLE rate in force for the artist's genre and
      *          the tier those hours fall in, and the quote date.  A
      *          change transaction with estimated hours re-quotes.
      *          Status changes must follow the project workflow
      *          (P to A, A to H/C/D, H to A/D); any other change is
      *          refused unless the transaction carries the
      *          supervisor override source SUPVOVR.  Without it a
      *          project may only be added in P or A status, deleted
      *          from A or H status, and a C or D project takes no
      *          changes at all.  Studio hours are refused on a change
      *          transaction unless overridden; an override hours
      *          change is written to CHANGE-HISTORY with the before
      *          and after hours.
      *          The project keeps the date it entered its current
      *          status and the reason given for the change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPRJM.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PJ-PROJECT-KEY
               FILE STATUS IS WS-PRJ-FILE-STATUS.
           SELECT DUNNING-HISTORY
               ASSIGN TO FILEDUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-RECO-ID
               FILE STATUS IS WS-DUN-FILE-STATUS.
           SELECT RATE-TABLE
               ASSIGN TO FILERTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CHANGE-HISTORY
               ASSIGN TO FILECHG
               FILE STATUS IS WS-CHG-FILE-STATUS.
           SELECT PROJ-TRANS-FILE
               ASSIGN TO FILEPTRN.
           SELECT PROJ-MAINT-REPORT
               ASSIGN TO FILEPRPT.
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
       FD PROJECT-FILE
           RECORDING MODE IS F.
           COPY PRJREC.
       FD DUNNING-HISTORY
           RECORDING MODE IS F.
           COPY DUNREC.
       FD RATE-TABLE
           RECORDING MODE IS F.
           COPY RATREC.
       FD CHANGE-HISTORY
           RECORDING MODE IS F.
       01 CHANGE-HISTORY-RECORD PIC X(72).
       FD PROJ-TRANS-FILE
           RECORDING MODE IS F.
           COPY PRJTRN.
       FD PROJ-MAINT-REPORT
           RECORDING MODE IS F.
       01 PROJ-MAINT-LINE       PIC X(60).
       FD CYCLE-CONTROL
           RECORDING MODE IS F.
           COPY CYCREC.
       FD CYCLE-OVERRIDE
           RECORDING MODE IS F.
           COPY CYCOVR.
          WORKING-STORAGE SECTION.
           COPY CHGREC.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-PRJ-FILE-STATUS   PIC X(2).
              05  WS-ARTIST-SWITCH     PIC X(3) VALUE 'NO'.
                  88  WS-ARTIST-ON-FILE        VALUE 'YES'.
              05  WS-DUN-FILE-STATUS   PIC X(2).
              05  WS-DUN-OPEN-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-DUNNING-FILE-OPEN     VALUE 'YES'.
              05  WS-HOLD-SWITCH       PIC X(3) VALUE 'NO'.
                  88  WS-ARTIST-ON-HOLD        VALUE 'YES'.
              05  WS-RATE-FILE-STATUS  PIC X(2).
              05  WS-TRANSITION-SWITCH PIC X(3) VALUE 'YES'.
                  88  WS-TRANSITION-ALLOWED    VALUE 'YES'.
              05  WS-OVERRIDE-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-OVERRIDE-USED         VALUE 'YES'.
              05  WS-CHANGE-SWITCH     PIC X(3) VALUE 'YES'.
                  88  WS-CHANGE-ALLOWED        VALUE 'YES'.
              05  WS-CHG-FILE-STATUS   PIC X(2).
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-RUN-TIME               PIC 9(8).
          01 WS-OLD-STATUS             PIC X(1).
          01 WS-OLD-STU-HRS            PIC 9(6).
          01 WS-CHG-FIELD-NAME.
              05                   PIC X(11) VALUE 'PJ-STU-HRS-'.
              05  WS-CHG-PROJ-SEQ  PIC 9(2).
          01 WS-RATE-TABLE-AREA.
              05  WS-RATE-COUNT        PIC 9(4) COMP VALUE ZERO.
              05  WS-RATE-IDX          PIC 9(4) COMP VALUE ZERO.
              05  WS-RATE-ENTRY OCCURS 500 TIMES.
                  10  WS-RTE-GENRE     PIC X(2).
                  10  WS-RTE-EFF-DATE  PIC 9(8).
                  10  WS-RTE-TIER     PIC X(1).
                  10  WS-RTE-RATE     PIC 9(3).
          01 WS-RATE-LOOKUP.
              05  WS-EFFECTIVE-RATE    PIC 9(3) VALUE ZERO.
              05  WS-LOOKUP-TIER       PIC X(1).
              05  WS-BEST-EFF-DATE     PIC 9(8) VALUE ZERO.
              05  WS-RATE-FOUND-SWITCH PIC X(3) VALUE 'NO'.
                  88  WS-RATE-FOUND            VALUE 'YES'.
          01 WS-TOTALS.
              05  WS-TRANS-READ-COUNT     PIC 9(7) VALUE ZERO.
              05  WS-TRANS-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
              05  WS-TRANS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
              05  WS-STATUS-OVERRIDE-COUNT PIC 9(7) VALUE ZERO.
          01 ML-MAINT-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  ML-RECO-ID       PIC X(6).
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 WS-CYCLE-AREA.
              05  WS-CYC-FILE-STATUS   PIC X(2).
              05  WS-COV-FILE-STATUS   PIC X(2).
              05  WS-CYC-STEP-NAME     PIC X(8) VALUE 'ABCPRJM'.
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
               OPEN INPUT PROJ-TRANS-FILE
               OPEN OUTPUT PROJ-MAINT-REPORT
               PERFORM 105-OPEN-PROJECT-FILE
               PERFORM 106-OPEN-DUNNING-HISTORY
               PERFORM 109-OPEN-CHANGE-HISTORY
               MOVE CY-BUSINESS-DATE TO WS-RUN-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 107-LOAD-RATE-TABLE
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                   READ PROJ-TRANS-FILE INTO PT-TRANS-RECORD
                     PROJ-TRANS-FILE
                     PROJECT-FILE
                     PROJ-MAINT-REPORT
                     CHANGE-HISTORY
               IF WS-DUNNING-FILE-OPEN
                   CLOSE DUNNING-HISTORY
               END-IF
               PERFORM 950-END-CYCLE-STEP
               STOP RUN.
           105-OPEN-PROJECT-FILE.
                OPEN I-O PROJECT-FILE
                END-IF
                IF WS-PRJ-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 949-FAIL-CYCLE-STEP
                END-IF.
           106-OPEN-DUNNING-HISTORY.
                OPEN INPUT DUNNING-HISTORY
                IF WS-DUN-FILE-STATUS = '00'
                    MOVE 'YES' TO WS-DUN-OPEN-SWITCH
                END-IF.
           107-LOAD-RATE-TABLE.
                OPEN INPUT RATE-TABLE
                IF WS-RATE-FILE-STATUS NOT = '00'
                    MOVE ZERO TO WS-RATE-COUNT
                ELSE
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ RATE-TABLE
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 108-STORE-RATE-ENTRY
                        END-READ
                    END-PERFORM
                    CLOSE RATE-TABLE
                END-IF.
           108-STORE-RATE-ENTRY.
                IF WS-RATE-COUNT < 500
                    ADD 1 TO WS-RATE-COUNT
                    MOVE RT-GENRE
                        TO WS-RTE-GENRE (WS-RATE-COUNT)
                    MOVE RT-EFF-DATE
                        TO WS-RTE-EFF-DATE (WS-RATE-COUNT)
                    MOVE RT-RATE-TIER
                        TO WS-RTE-TIER (WS-RATE-COUNT)
                    MOVE RT-HRLY-RATE
                        TO WS-RTE-RATE (WS-RATE-COUNT)
                END-IF.
           109-OPEN-CHANGE-HISTORY.
                OPEN EXTEND CHANGE-HISTORY
                IF WS-CHG-FILE-STATUS = '35'
                    OPEN OUTPUT CHANGE-HISTORY
                END-IF.
           200-PROCESS.
                ADD 1 TO WS-TRANS-READ-COUNT
                                    TO ML-DETAIL
                                PERFORM 210-REJECT-TRANS
                            ELSE
                                IF PT-EST-HRS NOT NUMERIC
                                    MOVE 'INVALID EST HRS'
                                        TO ML-DETAIL
                                    PERFORM 210-REJECT-TRANS
                                ELSE
                                    PERFORM 215-CHECK-ARTIST
                                    IF NOT WS-ARTIST-ON-FILE
                                        MOVE 'RECO-ID NOT ON FILE'
                                            TO ML-DETAIL
                                        PERFORM 210-REJECT-TRANS
                                    ELSE
                                        PERFORM 220-APPLY-TRANS
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                MOVE PT-RECO-STATUS TO PJ-RECO-STATUS
                MOVE PT-STU-HRS TO PJ-STU-HRS
                MOVE PT-PROJ-COMPL TO PJ-PROJ-COMPL
                MOVE WS-RUN-DATE TO PJ-STATUS-DATE
                IF PT-STATUS-REASON = SPACES
                    MOVE 'NEW PROJECT' TO PJ-STATUS-REASON
                ELSE
                    MOVE PT-STATUS-REASON TO PJ-STATUS-REASON
                END-IF
                PERFORM 270-SET-QUOTE
                PERFORM 235-CHECK-CREDIT-HOLD
                IF WS-ARTIST-ON-HOLD
                    MOVE 'ARTIST ON CREDIT HLD' TO ML-DETAIL
                    PERFORM 210-REJECT-TRANS
                ELSE
                    IF NOT PJ-STATUS-VALID
                        MOVE 'INVALID RECO-STATUS' TO ML-DETAIL
                        PERFORM 210-REJECT-TRANS
                    ELSE
                        PERFORM 232-CHECK-ADD-STATUS
                        IF NOT WS-TRANSITION-ALLOWED
                            MOVE 'INVALID STATUS CHG' TO ML-DETAIL
                            PERFORM 210-REJECT-TRANS
                        ELSE
                            PERFORM 233-WRITE-PROJECT
                        END-IF
                    END-IF
                END-IF.
           232-CHECK-ADD-STATUS.
                MOVE 'YES' TO WS-TRANSITION-SWITCH
                MOVE 'NO' TO WS-OVERRIDE-SWITCH
                IF PJ-RECO-STATUS NOT = 'P'
                 AND PJ-RECO-STATUS NOT = 'A'
                    IF PT-SUPERVISOR-OVERRIDE
                        MOVE 'YES' TO WS-OVERRIDE-SWITCH
                    ELSE
                        MOVE 'NO' TO WS-TRANSITION-SWITCH
                    END-IF
                END-IF.
           233-WRITE-PROJECT.
                WRITE PJ-PROJECT-RECORD
                    INVALID KEY
                       MOVE 'DUPLICATE PROJECT' TO ML-DETAIL
                       PERFORM 210-REJECT-TRANS
                    NOT INVALID KEY
                       IF WS-OVERRIDE-USED
                           ADD 1 TO WS-STATUS-OVERRIDE-COUNT
                           MOVE 'ADDED BY OVERRIDE' TO ML-DETAIL
                       ELSE
                           MOVE 'ADDED' TO ML-DETAIL
                       END-IF
                       PERFORM 260-COUNT-APPLIED
                END-WRITE.
           235-CHECK-CREDIT-HOLD.
                MOVE 'NO' TO WS-HOLD-SWITCH
                IF WS-DUNNING-FILE-OPEN
                    MOVE PT-RECO-ID TO DN-RECO-ID
                    READ DUNNING-HISTORY
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF DN-ON-HOLD
                               MOVE 'YES' TO WS-HOLD-SWITCH
                           END-IF
                    END-READ
                END-IF.
           240-CHANGE-PROJECT.
                READ PROJECT-FILE
                       PERFORM 245-APPLY-CHANGE
                END-READ.
           245-APPLY-CHANGE.
                MOVE PJ-RECO-STATUS TO WS-OLD-STATUS
                MOVE PJ-STU-HRS TO WS-OLD-STU-HRS
                MOVE 'NO' TO WS-OVERRIDE-SWITCH
                PERFORM 246-CHECK-CHANGE-ALLOWED
                IF NOT WS-CHANGE-ALLOWED
                    PERFORM 210-REJECT-TRANS
                ELSE
                    PERFORM 249-CHANGE-PROJECT-FIELDS
                END-IF.
           246-CHECK-CHANGE-ALLOWED.
                MOVE 'YES' TO WS-CHANGE-SWITCH
                IF WS-OLD-STATUS = 'C' OR WS-OLD-STATUS = 'D'
                    IF PT-SUPERVISOR-OVERRIDE
                        MOVE 'YES' TO WS-OVERRIDE-SWITCH
                    ELSE
                        MOVE 'NO' TO WS-CHANGE-SWITCH
                        MOVE 'PROJECT IS CLOSED' TO ML-DETAIL
                    END-IF
                END-IF
                IF WS-CHANGE-ALLOWED
                 AND PT-STU-HRS NOT = ZERO
                    IF PT-SUPERVISOR-OVERRIDE
                        MOVE 'YES' TO WS-OVERRIDE-SWITCH
                    ELSE
                        MOVE 'NO' TO WS-CHANGE-SWITCH
                        MOVE 'STU HRS CHG REFUSED' TO ML-DETAIL
                    END-IF
                END-IF.
           247-CHECK-TRANSITION.
                MOVE 'YES' TO WS-TRANSITION-SWITCH
                IF PJ-RECO-STATUS NOT = WS-OLD-STATUS
                    EVALUATE TRUE
                        WHEN WS-OLD-STATUS = 'P'
                         AND PJ-RECO-STATUS = 'A'
                            CONTINUE
                        WHEN WS-OLD-STATUS = 'A'
                         AND (PJ-RECO-STATUS = 'H'
                          OR PJ-RECO-STATUS = 'C'
                          OR PJ-RECO-STATUS = 'D')
                            CONTINUE
                        WHEN WS-OLD-STATUS = 'H'
                         AND (PJ-RECO-STATUS = 'A'
                          OR PJ-RECO-STATUS = 'D')
                            CONTINUE
                        WHEN PT-SUPERVISOR-OVERRIDE
                            MOVE 'YES' TO WS-OVERRIDE-SWITCH
                        WHEN OTHER
                            MOVE 'NO' TO WS-TRANSITION-SWITCH
                    END-EVALUATE
                END-IF.
           248-SET-STATUS-DATE.
                MOVE WS-RUN-DATE TO PJ-STATUS-DATE
                IF PT-STATUS-REASON NOT = SPACES
                    MOVE PT-STATUS-REASON TO PJ-STATUS-REASON
                ELSE
                    IF WS-OVERRIDE-USED
                        MOVE 'SUPERVISOR OVERRIDE' TO PJ-STATUS-REASON
                    ELSE
                        MOVE 'NO REASON GIVEN' TO PJ-STATUS-REASON
                    END-IF
                END-IF.
           249-CHANGE-PROJECT-FIELDS.
                IF PT-RECO-STATUS NOT = SPACES
                    MOVE PT-RECO-STATUS TO PJ-RECO-STATUS
                END-IF
                IF PT-PROJ-COMPL NOT = ZERO
                    MOVE PT-PROJ-COMPL TO PJ-PROJ-COMPL
                END-IF
                IF PT-EST-HRS NOT = ZERO
                    PERFORM 270-SET-QUOTE
                END-IF
                PERFORM 247-CHECK-TRANSITION
                IF NOT PJ-STATUS-VALID
                    MOVE 'INVALID RECO-STATUS' TO ML-DETAIL
                    PERFORM 210-REJECT-TRANS
                ELSE
                    IF NOT WS-TRANSITION-ALLOWED
                        MOVE 'INVALID STATUS CHG' TO ML-DETAIL
                        PERFORM 210-REJECT-TRANS
                    ELSE
                        IF PJ-RECO-STATUS NOT = WS-OLD-STATUS
                            PERFORM 248-SET-STATUS-DATE
                        END-IF
                        REWRITE PJ-PROJECT-RECORD
                            INVALID KEY
                               MOVE 'PROJECT NOT ON FILE' TO ML-DETAIL
                               PERFORM 210-REJECT-TRANS
                            NOT INVALID KEY
                               IF WS-OVERRIDE-USED
                                   ADD 1 TO WS-STATUS-OVERRIDE-COUNT
                                   MOVE 'CHANGED BY OVERRIDE'
                                       TO ML-DETAIL
                               ELSE
                                   MOVE 'CHANGED' TO ML-DETAIL
                               END-IF
                               IF PT-STU-HRS NOT = ZERO
                                   PERFORM 265-WRITE-HOURS-CHANGE
                               END-IF
                               PERFORM 260-COUNT-APPLIED
                        END-REWRITE
                    END-IF
                END-IF.
           250-DELETE-PROJECT.
                READ PROJECT-FILE
                    INVALID KEY
                       MOVE 'PROJECT NOT ON FILE' TO ML-DETAIL
                       PERFORM 210-REJECT-TRANS
                    NOT INVALID KEY
                       PERFORM 255-APPLY-DELETE
                END-READ.
           255-APPLY-DELETE.
                MOVE 'NO' TO WS-OVERRIDE-SWITCH
                IF PJ-RECO-STATUS = 'A' OR PJ-RECO-STATUS = 'H'
                    MOVE 'YES' TO WS-TRANSITION-SWITCH
                ELSE
                    IF PT-SUPERVISOR-OVERRIDE
                        MOVE 'YES' TO WS-TRANSITION-SWITCH
                        MOVE 'YES' TO WS-OVERRIDE-SWITCH
                    ELSE
                        MOVE 'NO' TO WS-TRANSITION-SWITCH
                    END-IF
                END-IF
                IF NOT WS-TRANSITION-ALLOWED
                    MOVE 'DELETE NOT ALLOWED' TO ML-DETAIL
                    PERFORM 210-REJECT-TRANS
                ELSE
                    DELETE PROJECT-FILE RECORD
                        INVALID KEY
                           MOVE 'PROJECT NOT ON FILE' TO ML-DETAIL
                           PERFORM 210-REJECT-TRANS
                        NOT INVALID KEY
                           IF WS-OVERRIDE-USED
                               ADD 1 TO WS-STATUS-OVERRIDE-COUNT
                               MOVE 'DELETED BY OVERRIDE'
                                   TO ML-DETAIL
                           ELSE
                               MOVE 'DELETED' TO ML-DETAIL
                           END-IF
                           PERFORM 260-COUNT-APPLIED
                    END-DELETE
                END-IF.
           260-COUNT-APPLIED.
                ADD 1 TO WS-TRANS-APPLIED-COUNT
                MOVE 'APPLIED' TO ML-RESULT
                PERFORM 420-WRITE-MAINT-LINE.
           265-WRITE-HOURS-CHANGE.
                MOVE PJ-PROJ-SEQ TO WS-CHG-PROJ-SEQ
                MOVE PJ-RECO-ID TO CH-RECO-ID
                MOVE WS-CHG-FIELD-NAME TO CH-FIELD-NAME
                MOVE WS-OLD-STU-HRS TO CH-BEFORE-VALUE
                MOVE PJ-STU-HRS TO CH-AFTER-VALUE
                MOVE WS-RUN-DATE TO CH-RUN-DATE
                MOVE WS-RUN-TIME TO CH-RUN-TIME
                MOVE PT-TRANS-SOURCE TO CH-TRANS-SOURCE
                MOVE CH-CHANGE-RECORD TO CHANGE-HISTORY-RECORD
                WRITE CHANGE-HISTORY-RECORD.
           270-SET-QUOTE.
                MOVE PT-EST-HRS TO PJ-EST-HRS
                IF PT-EST-HRS = ZERO
                    MOVE ZERO TO PJ-QUOTE-RATE
                    MOVE ZERO TO PJ-QUOTE-DATE
                ELSE
                    PERFORM 275-GET-QUOTE-RATE
                    MOVE WS-EFFECTIVE-RATE TO PJ-QUOTE-RATE
                    MOVE WS-RUN-DATE TO PJ-QUOTE-DATE
                END-IF.
           275-GET-QUOTE-RATE.
                MOVE 'NO' TO WS-RATE-FOUND-SWITCH
                MOVE ZERO TO WS-BEST-EFF-DATE
                IF PT-EST-HRS < 500
                    MOVE '1' TO WS-LOOKUP-TIER
                ELSE
                    IF PT-EST-HRS < 2000
                        MOVE '2' TO WS-LOOKUP-TIER
                    ELSE
                        MOVE '3' TO WS-LOOKUP-TIER
                    END-IF
                END-IF
                PERFORM 280-SCAN-RATE-TABLE
                    VARYING WS-RATE-IDX FROM 1 BY 1
                    UNTIL WS-RATE-IDX > WS-RATE-COUNT
                IF NOT WS-RATE-FOUND
                    MOVE MR-HRLY-RATE TO WS-EFFECTIVE-RATE
                END-IF.
           280-SCAN-RATE-TABLE.
                IF WS-RTE-GENRE (WS-RATE-IDX) = MR-GENRE
                 AND WS-RTE-TIER (WS-RATE-IDX) = WS-LOOKUP-TIER
                 AND WS-RTE-EFF-DATE (WS-RATE-IDX) <= WS-RUN-DATE
                 AND WS-RTE-EFF-DATE (WS-RATE-IDX) >= WS-BEST-EFF-DATE
                    MOVE WS-RTE-EFF-DATE (WS-RATE-IDX)
                        TO WS-BEST-EFF-DATE
                    MOVE WS-RTE-RATE (WS-RATE-IDX)
                        TO WS-EFFECTIVE-RATE
                    MOVE 'YES' TO WS-RATE-FOUND-SWITCH
                END-IF.
           420-WRITE-MAINT-LINE.
                MOVE PT-RECO-ID TO ML-RECO-ID
                MOVE PT-PROJ-SEQ TO ML-PROJ-SEQ
                MOVE 'TRANSACTIONS REJECTED :' TO TL-LABEL
                MOVE WS-TRANS-REJECTED-COUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO PROJ-MAINT-LINE
                WRITE PROJ-MAINT-LINE AFTER ADVANCING 1 LINES
                MOVE 'SUPERVISOR OVERRIDES :' TO TL-LABEL
                MOVE WS-STATUS-OVERRIDE-COUNT TO TL-VALUE
                MOVE TL-TRAILER-LINE TO PROJ-MAINT-LINE
                WRITE PROJ-MAINT-LINE AFTER ADVANCING 1 LINES.
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
