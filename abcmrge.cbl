      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Merge a duplicate artist into the surviving RECO-ID.
      *          Each merge card names the duplicate (from) and the
      *          survivor (into).  The duplicate's projects move onto
      *          the survivor, taking the next free PROJ-SEQ where
      *          the survivor already uses the number; billed-status
      *          rows follow their project, and open-item invoices,
      *          customer deposits and studio sessions are re-keyed
      *          to the survivor.  An artist with no project rows is
      *          billed from the master as PROJ-SEQ 00, so that
      *          master becomes a project row of its own when the
      *          merge gives the survivor projects.  The duplicate
      *          is marked 'D' with AR-MERGED-TO pointing at the
      *          survivor, every move goes to CHANGE-HISTORY, and a
      *          before/after control report proves that counts,
      *          hours and amounts arrived intact.  A card that would
      *          leave anything behind is rejected before any file
      *          is touched.  A project or billed row is deleted from
      *          the duplicate only once its copy is written to the
      *          survivor; a copy that cannot be written, or a
      *          survivor master that cannot be made a project row,
      *          is reported and ends the run with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCMRGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-CARDS
               ASSIGN TO FILEMRG.
           SELECT ARTIST-FILE
               ASSIGN TO FILEIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-RECO-ID
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT PROJECT-FILE
               ASSIGN TO FILEPRJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-PROJECT-KEY
               FILE STATUS IS WS-PRJ-FILE-STATUS.
           SELECT BILLED-STATUS
               ASSIGN TO FILEBLS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-BILLED-KEY
               FILE STATUS IS WS-BLS-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO FILEOPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-INVOICE-NO
               ALTERNATE RECORD KEY IS OA-RECO-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT DEPOSIT-FILE
               ASSIGN TO FILEDEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPOSIT-KEY
               FILE STATUS IS WS-DEP-FILE-STATUS.
           SELECT SESSION-HISTORY
               ASSIGN TO FILESHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SESSION-KEY
               ALTERNATE RECORD KEY IS SN-PROJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SHS-FILE-STATUS.
           SELECT CHANGE-HISTORY
               ASSIGN TO FILECHG
               FILE STATUS IS WS-CHG-FILE-STATUS.
           SELECT MERGE-REPORT
               ASSIGN TO FILEMRPT.
       DATA DIVISION.
       FILE SECTION.
       FD MERGE-CARDS
           RECORDING MODE IS F.
       01 MC-MERGE-CARD.
           05  MC-FROM-RECO-ID  PIC X(6).
           05  MC-TO-RECO-ID    PIC X(6).
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
       FD PROJECT-FILE
           RECORDING MODE IS F.
           COPY PRJREC.
       FD BILLED-STATUS
           RECORDING MODE IS F.
           COPY BLSREC.
       FD OPEN-ITEM-FILE
           RECORDING MODE IS F.
           COPY OPNREC.
       FD DEPOSIT-FILE
           RECORDING MODE IS F.
           COPY DEPREC.
       FD SESSION-HISTORY
           RECORDING MODE IS F.
           COPY SESREC.
       FD CHANGE-HISTORY
           RECORDING MODE IS F.
       01 CHANGE-HISTORY-RECORD PIC X(72).
       FD MERGE-REPORT
           RECORDING MODE IS F.
          01 MERGE-REPORT-LINE  PIC X(100).
          WORKING-STORAGE SECTION.
           COPY CHGREC.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-BROWSE-EOF-SWITCH PIC X(3).
              05  WS-MST-FILE-STATUS   PIC X(2).
              05  WS-PRJ-FILE-STATUS   PIC X(2).
              05  WS-BLS-FILE-STATUS   PIC X(2).
              05  WS-OPN-FILE-STATUS   PIC X(2).
              05  WS-DEP-FILE-STATUS   PIC X(2).
              05  WS-SHS-FILE-STATUS   PIC X(2).
              05  WS-CHG-FILE-STATUS   PIC X(2).
              05  WS-DEP-OPEN-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-DEPOSIT-FILE-OPEN     VALUE 'YES'.
              05  WS-SHS-OPEN-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-SESSION-FILE-OPEN     VALUE 'YES'.
              05  WS-CARD-OK-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-CARD-OK               VALUE 'YES'.
              05  WS-SEQ-FOUND-SWITCH  PIC X(3) VALUE 'NO'.
                  88  WS-SEQ-FOUND             VALUE 'YES'.
              05  WS-MAP-FOUND-SWITCH  PIC X(3) VALUE 'NO'.
                  88  WS-MAP-FOUND             VALUE 'YES'.
              05  WS-DEP-WRITTEN-SWITCH PIC X(3) VALUE 'NO'.
                  88  WS-DEPOSIT-WRITTEN       VALUE 'YES'.
              05  WS-PRJ-WRITTEN-SWITCH PIC X(3) VALUE 'NO'.
                  88  WS-PROJECT-WRITTEN       VALUE 'YES'.
              05  WS-CONVERT-SWITCH    PIC X(3) VALUE 'YES'.
                  88  WS-MASTER-CONVERTED      VALUE 'YES'.
              05  WS-OVERFLOW-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-TABLE-OVERFLOW        VALUE 'YES'.
              05  WS-BALANCE-SWITCH    PIC X(3) VALUE 'YES'.
                  88  WS-CONTROLS-AGREE        VALUE 'YES'.
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-RUN-TIME               PIC 9(8).
          01 WS-MERGE-AREA.
              05  WS-FROM-ID           PIC X(6).
              05  WS-TO-ID             PIC X(6).
              05  WS-FROM-NAME         PIC X(14).
              05  WS-TO-NAME           PIC X(14).
              05  WS-FROM-STATUS       PIC X(1).
              05  WS-FROM-HRS          PIC 9(6).
              05  WS-FROM-COMPL        PIC 9(8).
              05  WS-TO-STATUS         PIC X(1).
              05  WS-TO-HRS            PIC 9(6).
              05  WS-TO-COMPL          PIC 9(8).
              05  WS-TO-PROJECT-ROWS   PIC 9(4) COMP VALUE ZERO.
              05  WS-REJECT-REASON     PIC X(30).
              05  WS-FAIL-REASON.
                  10  WS-FAIL-TEXT     PIC X(20).
                  10  WS-FAIL-KEY      PIC X(10).
          01 WS-COUNT-CONTROL.
              05  WS-COUNT-ID          PIC X(6).
              05  WS-COUNT-STATUS      PIC X(1).
              05  WS-COUNT-HRS         PIC 9(6).
              05  WS-PROJECT-ROWS      PIC 9(4) COMP VALUE ZERO.
              05  WS-COLLECT-MODE      PIC X(1).
                  88  WS-COLLECT-FROM          VALUE 'F'.
                  88  WS-MARK-SURVIVOR         VALUE 'T'.
                  88  WS-COUNT-ONLY            VALUE 'N'.
          01 WS-SEQ-AREA.
              05  WS-SEQ-IDX           PIC 9(4) COMP VALUE ZERO.
              05  WS-SEQ-SUB           PIC 9(4) COMP VALUE ZERO.
              05  WS-NEW-SEQ           PIC 9(2) VALUE ZERO.
              05  WS-SEQ-USED          PIC X(1) OCCURS 100 TIMES.
          01 WS-MAP-AREA.
              05  WS-MAP-COUNT         PIC 9(4) COMP VALUE ZERO.
              05  WS-MAP-IDX           PIC 9(4) COMP VALUE ZERO.
              05  WS-MAP-SUB           PIC 9(4) COMP VALUE ZERO.
              05  WS-MAP-LOOK-SEQ      PIC 9(2) VALUE ZERO.
              05  WS-MAP-ENTRY OCCURS 100 TIMES.
                  10  WS-MAP-OLD-SEQ   PIC 9(2).
                  10  WS-MAP-NEW-SEQ   PIC 9(2).
                  10  WS-MAP-SOURCE    PIC X(1).
                      88  WS-MAP-PROJECT       VALUE 'P'.
                      88  WS-MAP-MASTER        VALUE 'M'.
                      88  WS-MAP-BILLED        VALUE 'B'.
          01 WS-BILLED-SEQ-AREA.
              05  WS-BSQ-COUNT         PIC 9(4) COMP VALUE ZERO.
              05  WS-BSQ-IDX           PIC 9(4) COMP VALUE ZERO.
              05  WS-BSQ-SEQ           PIC 9(2) OCCURS 100 TIMES.
          01 WS-INVOICE-AREA.
              05  WS-INV-COUNT         PIC 9(4) COMP VALUE ZERO.
              05  WS-INV-IDX           PIC 9(4) COMP VALUE ZERO.
              05  WS-INV-NO            PIC 9(7) OCCURS 500 TIMES.
          01 WS-DEPOSIT-KEY-AREA.
              05  WS-DPK-COUNT         PIC 9(4) COMP VALUE ZERO.
              05  WS-DPK-IDX           PIC 9(4) COMP VALUE ZERO.
              05  WS-DPK-ENTRY OCCURS 200 TIMES.
                  10  WS-DPK-RECEIPT-DATE PIC 9(8).
                  10  WS-DPK-SEQ       PIC 9(3).
          01 WS-SAVE-DEPOSIT           PIC X(53).
          01 WS-CHANGE-KEY.
              05  WS-CHK-RECO-ID       PIC X(6).
              05                       PIC X(1) VALUE '-'.
              05  WS-CHK-SEQ           PIC 9(2).
          01 WS-CHANGE-INVOICE.
              05  WS-CHI-RECO-ID       PIC X(6).
              05                       PIC X(1) VALUE SPACE.
              05  WS-CHI-INVOICE-NO    PIC 9(7).
          01 WS-CONTROL-AREA.
              05  WS-CT-IDX            PIC 9(4) COMP VALUE ZERO.
              05  WS-CNT-VALUE         PIC S9(11) OCCURS 11 TIMES.
              05  WS-CT-ENTRY OCCURS 11 TIMES.
                  10  WS-CT-FROM-BEFORE PIC S9(11).
                  10  WS-CT-TO-BEFORE  PIC S9(11).
                  10  WS-CT-FROM-AFTER PIC S9(11).
                  10  WS-CT-TO-AFTER   PIC S9(11).
          01 WS-CT-EXPECTED            PIC S9(11) VALUE ZERO.
          01 WS-CT-LABEL-AREA.
              05  WS-CT-LABEL-VALUES.
                  10               PIC X(16) VALUE 'PROJECTS'.
                  10               PIC X(16) VALUE 'PROJECT HOURS'.
                  10               PIC X(16) VALUE 'BILLED ROWS'.
                  10               PIC X(16) VALUE 'BILLED AMOUNT'.
                  10               PIC X(16) VALUE 'OPEN ITEMS'.
                  10               PIC X(16) VALUE 'AMOUNT BILLED'.
                  10               PIC X(16) VALUE 'AMOUNT PAID'.
                  10               PIC X(16) VALUE 'DEPOSITS'.
                  10               PIC X(16) VALUE 'DEPOSIT HELD'.
                  10               PIC X(16) VALUE 'SESSIONS'.
                  10               PIC X(16) VALUE 'SESSION HOURS'.
              05  WS-CT-LABEL-TABLE REDEFINES WS-CT-LABEL-VALUES.
                  10  WS-CT-LABEL      PIC X(16) OCCURS 11 TIMES.
          01 WS-TOTALS.
              05  WS-CARDS-READ        PIC 9(7) VALUE ZERO.
              05  WS-MERGES-DONE       PIC 9(7) VALUE ZERO.
              05  WS-CARDS-REJECTED    PIC 9(7) VALUE ZERO.
              05  WS-MERGES-UNBALANCED PIC 9(7) VALUE ZERO.
              05  WS-PROJECTS-MOVED    PIC 9(7) VALUE ZERO.
              05  WS-PROJECTS-RENUMBERED PIC 9(7) VALUE ZERO.
              05  WS-BILLED-MOVED      PIC 9(7) VALUE ZERO.
              05  WS-INVOICES-MOVED    PIC 9(7) VALUE ZERO.
              05  WS-DEPOSITS-MOVED    PIC 9(7) VALUE ZERO.
              05  WS-SESSIONS-MOVED    PIC 9(7) VALUE ZERO.
              05  WS-MOVES-FAILED      PIC 9(7) VALUE ZERO.
          01 WS-PAGE-CONTROL.
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
          01 MG-MERGE-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(12) VALUE 'MERGE FROM:'.
              05  MG-FROM-ID       PIC X(6).
              05                   PIC X(2) VALUE SPACES.
              05  MG-FROM-NAME     PIC X(14).
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(6) VALUE 'INTO:'.
              05  MG-TO-ID         PIC X(6).
              05                   PIC X(2) VALUE SPACES.
              05  MG-TO-NAME       PIC X(14).
          01 CL-CONTROL-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  CL-LABEL         PIC X(16).
              05  CL-FROM-BEFORE   PIC Z(10)9-.
              05                   PIC X(2) VALUE SPACES.
              05  CL-TO-BEFORE     PIC Z(10)9-.
              05                   PIC X(2) VALUE SPACES.
              05  CL-FROM-AFTER    PIC Z(10)9-.
              05                   PIC X(2) VALUE SPACES.
              05  CL-TO-AFTER      PIC Z(10)9-.
              05                   PIC X(3) VALUE SPACES.
              05  CL-RESULT        PIC X(6).
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 RL-RESULT-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  RL-TEXT          PIC X(20).
              05  RL-REASON        PIC X(30).
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(28) VALUE
                  'ABC UNIVERSAL ARTIST MERGE'.
              05                   PIC X(5) VALUE SPACES.
              05  HL-DATE-LABEL    PIC X(9) VALUE 'RUN DATE:'.
              05  HL-RUN-DATE      PIC 9(8).
              05                   PIC X(5) VALUE SPACES.
              05  HL-PAGE-LABEL    PIC X(5) VALUE 'PAGE:'.
              05  HL-PAGE-NO       PIC ZZ9.
          01 HL-COLUMN-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(16) VALUE 'CONTROL'.
              05                   PIC X(12) VALUE ' FROM BEFORE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(12) VALUE ' INTO BEFORE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(12) VALUE '  FROM AFTER'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(12) VALUE '  INTO AFTER'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(6) VALUE 'RESULT'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               OPEN INPUT MERGE-CARDS
               OPEN OUTPUT MERGE-REPORT
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 105-OPEN-MASTER-FILES
               PERFORM 106-OPEN-OPTIONAL-FILES
               PERFORM 107-OPEN-CHANGE-HISTORY
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                   READ MERGE-CARDS
                        AT END
                           MOVE 'YES' TO WS-EOF-SWITCH
                        NOT AT END
                           PERFORM 200-PROCESS
                   END-READ
               END-PERFORM
               PERFORM 300-TRAILER
               IF WS-DEPOSIT-FILE-OPEN
                   CLOSE DEPOSIT-FILE
               END-IF
               IF WS-SESSION-FILE-OPEN
                   CLOSE SESSION-HISTORY
               END-IF
               CLOSE MERGE-CARDS
                     ARTIST-FILE
                     PROJECT-FILE
                     BILLED-STATUS
                     OPEN-ITEM-FILE
                     CHANGE-HISTORY
                     MERGE-REPORT
               STOP RUN.
           105-OPEN-MASTER-FILES.
                OPEN I-O ARTIST-FILE
                IF WS-MST-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN I-O PROJECT-FILE
                IF WS-PRJ-FILE-STATUS = '35'
                    OPEN OUTPUT PROJECT-FILE
                    CLOSE PROJECT-FILE
                    OPEN I-O PROJECT-FILE
                END-IF
                IF WS-PRJ-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN I-O BILLED-STATUS
                IF WS-BLS-FILE-STATUS = '35'
                    OPEN OUTPUT BILLED-STATUS
                    CLOSE BILLED-STATUS
                    OPEN I-O BILLED-STATUS
                END-IF
                IF WS-BLS-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN I-O OPEN-ITEM-FILE
                IF WS-OPN-FILE-STATUS = '35'
                    OPEN OUTPUT OPEN-ITEM-FILE
                    CLOSE OPEN-ITEM-FILE
                    OPEN I-O OPEN-ITEM-FILE
                END-IF
                IF WS-OPN-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
           106-OPEN-OPTIONAL-FILES.
                OPEN I-O DEPOSIT-FILE
                IF WS-DEP-FILE-STATUS = '00'
                    MOVE 'YES' TO WS-DEP-OPEN-SWITCH
                END-IF
                OPEN I-O SESSION-HISTORY
                IF WS-SHS-FILE-STATUS = '00'
                    MOVE 'YES' TO WS-SHS-OPEN-SWITCH
                END-IF.
           107-OPEN-CHANGE-HISTORY.
                OPEN EXTEND CHANGE-HISTORY
                IF WS-CHG-FILE-STATUS = '35'
                    OPEN OUTPUT CHANGE-HISTORY
                END-IF.
           200-PROCESS.
                ADD 1 TO WS-CARDS-READ
                MOVE MC-FROM-RECO-ID TO WS-FROM-ID
                MOVE MC-TO-RECO-ID TO WS-TO-ID
                MOVE SPACES TO WS-FROM-NAME
                MOVE SPACES TO WS-TO-NAME
                MOVE SPACES TO WS-REJECT-REASON
                MOVE 'YES' TO WS-CARD-OK-SWITCH
                PERFORM 210-CHECK-CARD
                IF WS-CARD-OK
                    PERFORM 230-COUNT-BEFORE
                    PERFORM 240-BUILD-MERGE-MAP
                END-IF
                PERFORM 400-HEADING
                IF WS-CARD-OK
                    PERFORM 250-APPLY-MERGE
                    IF WS-MASTER-CONVERTED
                        PERFORM 260-COUNT-AFTER
                        PERFORM 270-PRINT-CONTROLS
                    END-IF
                ELSE
                    ADD 1 TO WS-CARDS-REJECTED
                    MOVE 'MERGE REJECTED - ' TO RL-TEXT
                    MOVE WS-REJECT-REASON TO RL-REASON
                    PERFORM 430-WRITE-RESULT
                END-IF.
           210-CHECK-CARD.
                IF WS-FROM-ID = SPACES OR WS-TO-ID = SPACES
                 OR WS-FROM-ID = WS-TO-ID
                    MOVE 'NO' TO WS-CARD-OK-SWITCH
                    MOVE 'INVALID MERGE CARD' TO WS-REJECT-REASON
                ELSE
                    MOVE WS-FROM-ID TO MR-RECO-ID
                    READ ARTIST-FILE
                        INVALID KEY
                           MOVE 'NO' TO WS-CARD-OK-SWITCH
                           MOVE 'FROM ARTIST NOT FOUND'
                               TO WS-REJECT-REASON
                        NOT INVALID KEY
                           MOVE MR-ARTST-NAME TO WS-FROM-NAME
                           MOVE MR-RECO-STATUS TO WS-FROM-STATUS
                           MOVE MR-STU-HRS TO WS-FROM-HRS
                           MOVE MR-PROJ-COMPL TO WS-FROM-COMPL
                    END-READ
                    IF WS-CARD-OK
                        PERFORM 215-CHECK-SURVIVOR
                    END-IF
                END-IF.
           215-CHECK-SURVIVOR.
                IF WS-FROM-STATUS = 'D'
                    MOVE 'NO' TO WS-CARD-OK-SWITCH
                    MOVE 'FROM ARTIST ALREADY DELETED'
                        TO WS-REJECT-REASON
                ELSE
                    MOVE WS-TO-ID TO MR-RECO-ID
                    READ ARTIST-FILE
                        INVALID KEY
                           MOVE 'NO' TO WS-CARD-OK-SWITCH
                           MOVE 'INTO ARTIST NOT FOUND'
                               TO WS-REJECT-REASON
                        NOT INVALID KEY
                           MOVE MR-ARTST-NAME TO WS-TO-NAME
                           MOVE MR-RECO-STATUS TO WS-TO-STATUS
                           MOVE MR-STU-HRS TO WS-TO-HRS
                           MOVE MR-PROJ-COMPL TO WS-TO-COMPL
                           IF MR-RECO-STATUS = 'D'
                               MOVE 'NO' TO WS-CARD-OK-SWITCH
                               MOVE 'INTO ARTIST IS DELETED'
                                   TO WS-REJECT-REASON
                           END-IF
                    END-READ
                END-IF.
           230-COUNT-BEFORE.
                MOVE ZERO TO WS-MAP-COUNT
                MOVE ZERO TO WS-BSQ-COUNT
                MOVE ZERO TO WS-INV-COUNT
                MOVE ZERO TO WS-DPK-COUNT
                MOVE 'NO' TO WS-OVERFLOW-SWITCH
                PERFORM 232-CLEAR-SEQ-USED
                    VARYING WS-SEQ-IDX FROM 1 BY 1
                    UNTIL WS-SEQ-IDX > 100
                MOVE WS-FROM-ID TO WS-COUNT-ID
                MOVE 'F' TO WS-COLLECT-MODE
                PERFORM 500-COUNT-ARTIST
                PERFORM 234-SAVE-FROM-BEFORE
                    VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > 11
                MOVE WS-TO-ID TO WS-COUNT-ID
                MOVE 'T' TO WS-COLLECT-MODE
                PERFORM 500-COUNT-ARTIST
                MOVE WS-PROJECT-ROWS TO WS-TO-PROJECT-ROWS
                PERFORM 235-SAVE-TO-BEFORE
                    VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > 11
                IF WS-TABLE-OVERFLOW
                    MOVE 'NO' TO WS-CARD-OK-SWITCH
                    MOVE 'TOO MANY ROWS TO MERGE'
                        TO WS-REJECT-REASON
                END-IF.
           232-CLEAR-SEQ-USED.
                MOVE 'N' TO WS-SEQ-USED (WS-SEQ-IDX).
           234-SAVE-FROM-BEFORE.
                MOVE WS-CNT-VALUE (WS-CT-IDX)
                    TO WS-CT-FROM-BEFORE (WS-CT-IDX).
           235-SAVE-TO-BEFORE.
                MOVE WS-CNT-VALUE (WS-CT-IDX)
                    TO WS-CT-TO-BEFORE (WS-CT-IDX).
           236-SAVE-FROM-AFTER.
                MOVE WS-CNT-VALUE (WS-CT-IDX)
                    TO WS-CT-FROM-AFTER (WS-CT-IDX).
           237-SAVE-TO-AFTER.
                MOVE WS-CNT-VALUE (WS-CT-IDX)
                    TO WS-CT-TO-AFTER (WS-CT-IDX).
           240-BUILD-MERGE-MAP.
                PERFORM 242-ADD-BILLED-ONLY-SEQ
                    VARYING WS-BSQ-IDX FROM 1 BY 1
                    UNTIL WS-BSQ-IDX > WS-BSQ-COUNT
                PERFORM 245-ALLOCATE-NEW-SEQ
                    VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR NOT WS-CARD-OK.
           242-ADD-BILLED-ONLY-SEQ.
                MOVE WS-BSQ-SEQ (WS-BSQ-IDX) TO WS-MAP-LOOK-SEQ
                PERFORM 520-FIND-MAP-ENTRY
                IF NOT WS-MAP-FOUND
                 AND WS-MAP-COUNT < 100
                    ADD 1 TO WS-MAP-COUNT
                    MOVE WS-MAP-LOOK-SEQ
                        TO WS-MAP-OLD-SEQ (WS-MAP-COUNT)
                    MOVE 'B' TO WS-MAP-SOURCE (WS-MAP-COUNT)
                END-IF.
           245-ALLOCATE-NEW-SEQ.
                COMPUTE WS-SEQ-SUB = WS-MAP-OLD-SEQ (WS-MAP-IDX) + 1
                IF WS-SEQ-USED (WS-SEQ-SUB) NOT = 'Y'
                    MOVE WS-MAP-OLD-SEQ (WS-MAP-IDX)
                        TO WS-MAP-NEW-SEQ (WS-MAP-IDX)
                ELSE
                    MOVE 'NO' TO WS-SEQ-FOUND-SWITCH
                    PERFORM 247-FIND-FREE-SEQ
                        VARYING WS-SEQ-IDX FROM 2 BY 1
                        UNTIL WS-SEQ-IDX > 100
                           OR WS-SEQ-FOUND
                    IF WS-SEQ-FOUND
                        MOVE WS-NEW-SEQ
                            TO WS-MAP-NEW-SEQ (WS-MAP-IDX)
                        COMPUTE WS-SEQ-SUB = WS-NEW-SEQ + 1
                    ELSE
                        MOVE 'NO' TO WS-CARD-OK-SWITCH
                        MOVE 'NO FREE PROJECT SEQUENCE'
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
                MOVE 'Y' TO WS-SEQ-USED (WS-SEQ-SUB).
           247-FIND-FREE-SEQ.
                IF WS-SEQ-USED (WS-SEQ-IDX) NOT = 'Y'
                    COMPUTE WS-NEW-SEQ = WS-SEQ-IDX - 1
                    MOVE 'YES' TO WS-SEQ-FOUND-SWITCH
                END-IF.
           250-APPLY-MERGE.
                MOVE 'YES' TO WS-CONVERT-SWITCH
                IF WS-TO-PROJECT-ROWS = ZERO
                 AND WS-MAP-COUNT > ZERO
                    PERFORM 252-CONVERT-SURVIVOR-MASTER
                END-IF
                IF WS-MASTER-CONVERTED
                    ADD 1 TO WS-MERGES-DONE
                    PERFORM 253-MOVE-ONE-PROJECT
                        VARYING WS-MAP-IDX FROM 1 BY 1
                        UNTIL WS-MAP-IDX > WS-MAP-COUNT
                    PERFORM 255-MOVE-ONE-INVOICE
                        VARYING WS-INV-IDX FROM 1 BY 1
                        UNTIL WS-INV-IDX > WS-INV-COUNT
                    IF WS-DEPOSIT-FILE-OPEN
                        PERFORM 256-MOVE-ONE-DEPOSIT
                            VARYING WS-DPK-IDX FROM 1 BY 1
                            UNTIL WS-DPK-IDX > WS-DPK-COUNT
                    END-IF
                    IF WS-SESSION-FILE-OPEN
                        PERFORM 258-MOVE-SESSIONS
                    END-IF
                    PERFORM 259-RETIRE-FROM-ARTIST
                END-IF.
           252-CONVERT-SURVIVOR-MASTER.
                MOVE WS-TO-ID TO PJ-RECO-ID
                MOVE ZERO TO PJ-PROJ-SEQ
                MOVE WS-TO-STATUS TO PJ-RECO-STATUS
                MOVE WS-TO-HRS TO PJ-STU-HRS
                MOVE WS-TO-COMPL TO PJ-PROJ-COMPL
                MOVE ZERO TO PJ-EST-HRS
                MOVE ZERO TO PJ-QUOTE-RATE
                MOVE ZERO TO PJ-QUOTE-DATE
                MOVE WS-RUN-DATE TO PJ-STATUS-DATE
                MOVE 'ARTIST MERGE' TO PJ-STATUS-REASON
                WRITE PJ-PROJECT-RECORD
                    INVALID KEY
                       MOVE 'NO' TO WS-CONVERT-SWITCH
                       MOVE 'MERGE SKIPPED - ' TO RL-TEXT
                       MOVE 'MASTER NOT CONVERTED' TO WS-FAIL-TEXT
                       MOVE WS-TO-ID TO WS-CHK-RECO-ID
                       MOVE ZERO TO WS-CHK-SEQ
                       PERFORM 280-REPORT-MOVE-FAILURE
                    NOT INVALID KEY
                       MOVE WS-TO-ID TO CH-RECO-ID
                       MOVE 'PJ-PROJECT-KEY' TO CH-FIELD-NAME
                       MOVE 'ARTIST MASTER' TO CH-BEFORE-VALUE
                       MOVE WS-TO-ID TO WS-CHK-RECO-ID
                       MOVE ZERO TO WS-CHK-SEQ
                       MOVE WS-CHANGE-KEY TO CH-AFTER-VALUE
                       PERFORM 290-WRITE-CHANGE-RECORD
                END-WRITE.
           253-MOVE-ONE-PROJECT.
                MOVE 'YES' TO WS-PRJ-WRITTEN-SWITCH
                IF WS-MAP-PROJECT (WS-MAP-IDX)
                    MOVE WS-FROM-ID TO PJ-RECO-ID
                    MOVE WS-MAP-OLD-SEQ (WS-MAP-IDX) TO PJ-PROJ-SEQ
                    READ PROJECT-FILE
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           MOVE WS-TO-ID TO PJ-RECO-ID
                           MOVE WS-MAP-NEW-SEQ (WS-MAP-IDX)
                               TO PJ-PROJ-SEQ
                           PERFORM 254-WRITE-MOVED-PROJECT
                           IF WS-PROJECT-WRITTEN
                               MOVE WS-FROM-ID TO PJ-RECO-ID
                               MOVE WS-MAP-OLD-SEQ (WS-MAP-IDX)
                                   TO PJ-PROJ-SEQ
                               DELETE PROJECT-FILE RECORD
                                   INVALID KEY
                                      CONTINUE
                               END-DELETE
                           END-IF
                    END-READ
                END-IF
                IF WS-MAP-MASTER (WS-MAP-IDX)
                    MOVE WS-TO-ID TO PJ-RECO-ID
                    MOVE WS-MAP-NEW-SEQ (WS-MAP-IDX) TO PJ-PROJ-SEQ
                    MOVE WS-FROM-STATUS TO PJ-RECO-STATUS
                    MOVE WS-FROM-HRS TO PJ-STU-HRS
                    MOVE WS-FROM-COMPL TO PJ-PROJ-COMPL
                    MOVE ZERO TO PJ-EST-HRS
                    MOVE ZERO TO PJ-QUOTE-RATE
                    MOVE ZERO TO PJ-QUOTE-DATE
                    MOVE WS-RUN-DATE TO PJ-STATUS-DATE
                    MOVE 'ARTIST MERGE' TO PJ-STATUS-REASON
                    PERFORM 254-WRITE-MOVED-PROJECT
                END-IF
                IF WS-PROJECT-WRITTEN
                    PERFORM 251-MOVE-BILLED-ROW
                END-IF.
           251-MOVE-BILLED-ROW.
                MOVE WS-FROM-ID TO BS-RECO-ID
                MOVE WS-MAP-OLD-SEQ (WS-MAP-IDX) TO BS-PROJ-SEQ
                READ BILLED-STATUS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE WS-TO-ID TO BS-RECO-ID
                       MOVE WS-MAP-NEW-SEQ (WS-MAP-IDX) TO BS-PROJ-SEQ
                       WRITE BS-BILLED-RECORD
                           INVALID KEY
                              MOVE 'MOVE FAILED - ' TO RL-TEXT
                              MOVE 'BILLED ROW NOT MOVED'
                                  TO WS-FAIL-TEXT
                              MOVE WS-FROM-ID TO WS-CHK-RECO-ID
                              MOVE WS-MAP-OLD-SEQ (WS-MAP-IDX)
                                  TO WS-CHK-SEQ
                              PERFORM 280-REPORT-MOVE-FAILURE
                           NOT INVALID KEY
                              ADD 1 TO WS-BILLED-MOVED
                              MOVE WS-FROM-ID TO BS-RECO-ID
                              MOVE WS-MAP-OLD-SEQ (WS-MAP-IDX)
                                  TO BS-PROJ-SEQ
                              DELETE BILLED-STATUS RECORD
                                  INVALID KEY
                                     CONTINUE
                              END-DELETE
                       END-WRITE
                END-READ.
           254-WRITE-MOVED-PROJECT.
                MOVE 'NO' TO WS-PRJ-WRITTEN-SWITCH
                WRITE PJ-PROJECT-RECORD
                    INVALID KEY
                       MOVE 'MOVE FAILED - ' TO RL-TEXT
                       MOVE 'PROJECT NOT MOVED' TO WS-FAIL-TEXT
                       MOVE WS-FROM-ID TO WS-CHK-RECO-ID
                       MOVE WS-MAP-OLD-SEQ (WS-MAP-IDX) TO WS-CHK-SEQ
                       PERFORM 280-REPORT-MOVE-FAILURE
                    NOT INVALID KEY
                       MOVE 'YES' TO WS-PRJ-WRITTEN-SWITCH
                       ADD 1 TO WS-PROJECTS-MOVED
                       IF WS-MAP-NEW-SEQ (WS-MAP-IDX)
                          NOT = WS-MAP-OLD-SEQ (WS-MAP-IDX)
                           ADD 1 TO WS-PROJECTS-RENUMBERED
                       END-IF
                       MOVE WS-FROM-ID TO CH-RECO-ID
                       MOVE 'PJ-PROJECT-KEY' TO CH-FIELD-NAME
                       MOVE WS-FROM-ID TO WS-CHK-RECO-ID
                       MOVE WS-MAP-OLD-SEQ (WS-MAP-IDX) TO WS-CHK-SEQ
                       MOVE WS-CHANGE-KEY TO CH-BEFORE-VALUE
                       MOVE WS-TO-ID TO WS-CHK-RECO-ID
                       MOVE WS-MAP-NEW-SEQ (WS-MAP-IDX) TO WS-CHK-SEQ
                       MOVE WS-CHANGE-KEY TO CH-AFTER-VALUE
                       PERFORM 290-WRITE-CHANGE-RECORD
                END-WRITE.
           255-MOVE-ONE-INVOICE.
                MOVE WS-INV-NO (WS-INV-IDX) TO OA-INVOICE-NO
                READ OPEN-ITEM-FILE
                    KEY IS OA-INVOICE-NO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE WS-TO-ID TO OA-RECO-ID
                       MOVE WS-TO-NAME TO OA-ARTST-NAME
                       REWRITE OA-OPEN-ITEM-RECORD
                           INVALID KEY
                              CONTINUE
                           NOT INVALID KEY
                              ADD 1 TO WS-INVOICES-MOVED
                              MOVE WS-FROM-ID TO CH-RECO-ID
                              MOVE 'OA-RECO-ID' TO CH-FIELD-NAME
                              MOVE WS-FROM-ID TO WS-CHI-RECO-ID
                              MOVE OA-INVOICE-NO TO WS-CHI-INVOICE-NO
                              MOVE WS-CHANGE-INVOICE
                                  TO CH-BEFORE-VALUE
                              MOVE WS-TO-ID TO WS-CHI-RECO-ID
                              MOVE WS-CHANGE-INVOICE
                                  TO CH-AFTER-VALUE
                              PERFORM 290-WRITE-CHANGE-RECORD
                       END-REWRITE
                END-READ.
           256-MOVE-ONE-DEPOSIT.
                MOVE WS-FROM-ID TO DP-RECO-ID
                MOVE WS-DPK-RECEIPT-DATE (WS-DPK-IDX)
                    TO DP-RECEIPT-DATE
                MOVE WS-DPK-SEQ (WS-DPK-IDX) TO DP-DEPOSIT-SEQ
                READ DEPOSIT-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE DP-DEPOSIT-RECORD TO WS-SAVE-DEPOSIT
                       MOVE WS-TO-ID TO DP-RECO-ID
                       MOVE 'NO' TO WS-DEP-WRITTEN-SWITCH
                       WRITE DP-DEPOSIT-RECORD
                           INVALID KEY
                              MOVE ZERO TO DP-DEPOSIT-SEQ
                              PERFORM 257-WRITE-DEPOSIT
                                  UNTIL WS-DEPOSIT-WRITTEN
                                     OR DP-DEPOSIT-SEQ = 999
                           NOT INVALID KEY
                              MOVE 'YES' TO WS-DEP-WRITTEN-SWITCH
                       END-WRITE
                       IF WS-DEPOSIT-WRITTEN
                           ADD 1 TO WS-DEPOSITS-MOVED
                           MOVE WS-SAVE-DEPOSIT TO DP-DEPOSIT-RECORD
                           DELETE DEPOSIT-FILE RECORD
                               INVALID KEY
                                  CONTINUE
                           END-DELETE
                       END-IF
                END-READ.
           257-WRITE-DEPOSIT.
                ADD 1 TO DP-DEPOSIT-SEQ
                WRITE DP-DEPOSIT-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'YES' TO WS-DEP-WRITTEN-SWITCH
                END-WRITE.
           258-MOVE-SESSIONS.
                MOVE 'NO' TO WS-BROWSE-EOF-SWITCH
                MOVE LOW-VALUES TO SN-SESSION-KEY
                START SESSION-HISTORY
                    KEY IS >= SN-SESSION-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                END-START
                PERFORM 262-MOVE-NEXT-SESSION
                    UNTIL WS-BROWSE-EOF-SWITCH = 'YES'.
           262-MOVE-NEXT-SESSION.
                READ SESSION-HISTORY NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                    NOT AT END
                       IF SN-RECO-ID = WS-FROM-ID
                           MOVE SN-PROJ-SEQ TO WS-MAP-LOOK-SEQ
                           PERFORM 520-FIND-MAP-ENTRY
                           IF WS-MAP-FOUND
                               MOVE WS-MAP-NEW-SEQ (WS-MAP-SUB)
                                   TO SN-PROJ-SEQ
                           END-IF
                           MOVE WS-TO-ID TO SN-RECO-ID
                           REWRITE SN-SESSION-RECORD
                               INVALID KEY
                                  CONTINUE
                               NOT INVALID KEY
                                  ADD 1 TO WS-SESSIONS-MOVED
                           END-REWRITE
                       END-IF
                END-READ.
           259-RETIRE-FROM-ARTIST.
                MOVE WS-FROM-ID TO MR-RECO-ID
                READ ARTIST-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'D' TO MR-RECO-STATUS
                       MOVE WS-TO-ID TO MR-MERGED-TO
                       REWRITE MR-ARTIST-RECORD
                           INVALID KEY
                              CONTINUE
                       END-REWRITE
                END-READ
                MOVE WS-FROM-ID TO CH-RECO-ID
                MOVE 'AR-RECO-STATUS' TO CH-FIELD-NAME
                MOVE WS-FROM-STATUS TO CH-BEFORE-VALUE
                MOVE 'D' TO CH-AFTER-VALUE
                PERFORM 290-WRITE-CHANGE-RECORD
                MOVE WS-FROM-ID TO CH-RECO-ID
                MOVE 'AR-MERGED-TO' TO CH-FIELD-NAME
                MOVE SPACES TO CH-BEFORE-VALUE
                MOVE WS-TO-ID TO CH-AFTER-VALUE
                PERFORM 290-WRITE-CHANGE-RECORD
                MOVE WS-TO-ID TO CH-RECO-ID
                MOVE 'MERGED-FROM' TO CH-FIELD-NAME
                MOVE SPACES TO CH-BEFORE-VALUE
                MOVE WS-FROM-ID TO CH-AFTER-VALUE
                PERFORM 290-WRITE-CHANGE-RECORD.
           260-COUNT-AFTER.
                MOVE WS-FROM-ID TO WS-COUNT-ID
                MOVE 'N' TO WS-COLLECT-MODE
                PERFORM 500-COUNT-ARTIST
                PERFORM 236-SAVE-FROM-AFTER
                    VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > 11
                MOVE WS-TO-ID TO WS-COUNT-ID
                PERFORM 500-COUNT-ARTIST
                PERFORM 237-SAVE-TO-AFTER
                    VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > 11.
           270-PRINT-CONTROLS.
                MOVE 'YES' TO WS-BALANCE-SWITCH
                PERFORM 275-PRINT-CONTROL-LINE
                    VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > 11
                IF WS-CONTROLS-AGREE
                    MOVE 'MERGE COMPLETE - ' TO RL-TEXT
                    MOVE 'CONTROLS AGREE' TO RL-REASON
                ELSE
                    ADD 1 TO WS-MERGES-UNBALANCED
                    MOVE 'MERGE OUT OF BALANCE' TO RL-TEXT
                    MOVE ' - CHECK FILES' TO RL-REASON
                    MOVE 8 TO RETURN-CODE
                END-IF
                PERFORM 430-WRITE-RESULT.
           275-PRINT-CONTROL-LINE.
                MOVE WS-CT-LABEL (WS-CT-IDX) TO CL-LABEL
                MOVE WS-CT-FROM-BEFORE (WS-CT-IDX) TO CL-FROM-BEFORE
                MOVE WS-CT-TO-BEFORE (WS-CT-IDX) TO CL-TO-BEFORE
                MOVE WS-CT-FROM-AFTER (WS-CT-IDX) TO CL-FROM-AFTER
                MOVE WS-CT-TO-AFTER (WS-CT-IDX) TO CL-TO-AFTER
                COMPUTE WS-CT-EXPECTED =
                    WS-CT-FROM-BEFORE (WS-CT-IDX)
                    + WS-CT-TO-BEFORE (WS-CT-IDX)
                IF WS-CT-FROM-AFTER (WS-CT-IDX) = ZERO
                 AND WS-CT-TO-AFTER (WS-CT-IDX) = WS-CT-EXPECTED
                    MOVE 'OK' TO CL-RESULT
                ELSE
                    MOVE 'ERROR' TO CL-RESULT
                    MOVE 'NO' TO WS-BALANCE-SWITCH
                END-IF
                MOVE CL-CONTROL-LINE TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE AFTER ADVANCING 1 LINES.
           280-REPORT-MOVE-FAILURE.
                ADD 1 TO WS-MOVES-FAILED
                MOVE WS-CHANGE-KEY TO WS-FAIL-KEY
                MOVE WS-FAIL-REASON TO RL-REASON
                PERFORM 430-WRITE-RESULT
                MOVE 8 TO RETURN-CODE.
           290-WRITE-CHANGE-RECORD.
                MOVE WS-RUN-DATE TO CH-RUN-DATE
                MOVE WS-RUN-TIME TO CH-RUN-TIME
                MOVE 'ABCMRGE' TO CH-TRANS-SOURCE
                MOVE CH-CHANGE-RECORD TO CHANGE-HISTORY-RECORD
                WRITE CHANGE-HISTORY-RECORD.
           500-COUNT-ARTIST.
                PERFORM 505-CLEAR-COUNT
                    VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > 11
                MOVE ZERO TO WS-PROJECT-ROWS
                MOVE SPACE TO WS-COUNT-STATUS
                MOVE ZERO TO WS-COUNT-HRS
                MOVE WS-COUNT-ID TO MR-RECO-ID
                READ ARTIST-FILE
                    INVALID KEY
                       MOVE 'D' TO WS-COUNT-STATUS
                    NOT INVALID KEY
                       MOVE MR-RECO-STATUS TO WS-COUNT-STATUS
                       MOVE MR-STU-HRS TO WS-COUNT-HRS
                END-READ
                PERFORM 510-COUNT-PROJECTS
                PERFORM 530-COUNT-BILLED
                PERFORM 540-COUNT-OPEN-ITEMS
                IF WS-DEPOSIT-FILE-OPEN
                    PERFORM 550-COUNT-DEPOSITS
                END-IF
                IF WS-SESSION-FILE-OPEN
                    PERFORM 560-COUNT-SESSIONS
                END-IF.
           505-CLEAR-COUNT.
                MOVE ZERO TO WS-CNT-VALUE (WS-CT-IDX).
           510-COUNT-PROJECTS.
                MOVE 'NO' TO WS-BROWSE-EOF-SWITCH
                MOVE WS-COUNT-ID TO PJ-RECO-ID
                MOVE ZERO TO PJ-PROJ-SEQ
                START PROJECT-FILE
                    KEY IS >= PJ-PROJECT-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                END-START
                PERFORM 515-COUNT-NEXT-PROJECT
                    UNTIL WS-BROWSE-EOF-SWITCH = 'YES'
                IF WS-PROJECT-ROWS = ZERO
                 AND WS-COUNT-STATUS NOT = 'D'
                    MOVE 1 TO WS-CNT-VALUE (1)
                    MOVE WS-COUNT-HRS TO WS-CNT-VALUE (2)
                    IF WS-COLLECT-FROM
                        ADD 1 TO WS-MAP-COUNT
                        MOVE ZERO TO WS-MAP-OLD-SEQ (WS-MAP-COUNT)
                        MOVE 'M' TO WS-MAP-SOURCE (WS-MAP-COUNT)
                    END-IF
                    IF WS-MARK-SURVIVOR
                        MOVE 'Y' TO WS-SEQ-USED (1)
                    END-IF
                END-IF.
           515-COUNT-NEXT-PROJECT.
                READ PROJECT-FILE NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                    NOT AT END
                       IF PJ-RECO-ID NOT = WS-COUNT-ID
                           MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                       ELSE
                           ADD 1 TO WS-PROJECT-ROWS
                           ADD 1 TO WS-CNT-VALUE (1)
                           ADD PJ-STU-HRS TO WS-CNT-VALUE (2)
                           PERFORM 517-NOTE-PROJECT-SEQ
                       END-IF
                END-READ.
           517-NOTE-PROJECT-SEQ.
                IF WS-COLLECT-FROM
                    ADD 1 TO WS-MAP-COUNT
                    MOVE PJ-PROJ-SEQ TO WS-MAP-OLD-SEQ (WS-MAP-COUNT)
                    MOVE 'P' TO WS-MAP-SOURCE (WS-MAP-COUNT)
                END-IF
                IF WS-MARK-SURVIVOR
                    COMPUTE WS-SEQ-SUB = PJ-PROJ-SEQ + 1
                    MOVE 'Y' TO WS-SEQ-USED (WS-SEQ-SUB)
                END-IF.
           520-FIND-MAP-ENTRY.
                MOVE 'NO' TO WS-MAP-FOUND-SWITCH
                PERFORM 525-SCAN-MAP
                    VARYING WS-MAP-SUB FROM 1 BY 1
                    UNTIL WS-MAP-SUB > WS-MAP-COUNT
                       OR WS-MAP-FOUND
                IF WS-MAP-FOUND
                    SUBTRACT 1 FROM WS-MAP-SUB
                END-IF.
           525-SCAN-MAP.
                IF WS-MAP-OLD-SEQ (WS-MAP-SUB) = WS-MAP-LOOK-SEQ
                    MOVE 'YES' TO WS-MAP-FOUND-SWITCH
                END-IF.
           530-COUNT-BILLED.
                MOVE 'NO' TO WS-BROWSE-EOF-SWITCH
                MOVE WS-COUNT-ID TO BS-RECO-ID
                MOVE ZERO TO BS-PROJ-SEQ
                START BILLED-STATUS
                    KEY IS >= BS-BILLED-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                END-START
                PERFORM 535-COUNT-NEXT-BILLED
                    UNTIL WS-BROWSE-EOF-SWITCH = 'YES'.
           535-COUNT-NEXT-BILLED.
                READ BILLED-STATUS NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                    NOT AT END
                       IF BS-RECO-ID NOT = WS-COUNT-ID
                           MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                       ELSE
                           ADD 1 TO WS-CNT-VALUE (3)
                           ADD BS-BILL-AMOUNT TO WS-CNT-VALUE (4)
                           PERFORM 537-NOTE-BILLED-SEQ
                       END-IF
                END-READ.
           537-NOTE-BILLED-SEQ.
                IF WS-COLLECT-FROM
                    ADD 1 TO WS-BSQ-COUNT
                    MOVE BS-PROJ-SEQ TO WS-BSQ-SEQ (WS-BSQ-COUNT)
                END-IF
                IF WS-MARK-SURVIVOR
                    COMPUTE WS-SEQ-SUB = BS-PROJ-SEQ + 1
                    MOVE 'Y' TO WS-SEQ-USED (WS-SEQ-SUB)
                END-IF.
           540-COUNT-OPEN-ITEMS.
                MOVE 'NO' TO WS-BROWSE-EOF-SWITCH
                MOVE WS-COUNT-ID TO OA-RECO-ID
                START OPEN-ITEM-FILE
                    KEY IS = OA-RECO-ID
                    INVALID KEY
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                END-START
                PERFORM 545-COUNT-NEXT-OPEN-ITEM
                    UNTIL WS-BROWSE-EOF-SWITCH = 'YES'.
           545-COUNT-NEXT-OPEN-ITEM.
                READ OPEN-ITEM-FILE NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                    NOT AT END
                       IF OA-RECO-ID NOT = WS-COUNT-ID
                           MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                       ELSE
                           ADD 1 TO WS-CNT-VALUE (5)
                           ADD OA-AMOUNT-BILLED TO WS-CNT-VALUE (6)
                           ADD OA-AMOUNT-PAID TO WS-CNT-VALUE (7)
                           IF WS-COLLECT-FROM
                               PERFORM 547-NOTE-INVOICE
                           END-IF
                       END-IF
                END-READ.
           547-NOTE-INVOICE.
                IF WS-INV-COUNT < 500
                    ADD 1 TO WS-INV-COUNT
                    MOVE OA-INVOICE-NO TO WS-INV-NO (WS-INV-COUNT)
                ELSE
                    MOVE 'YES' TO WS-OVERFLOW-SWITCH
                END-IF.
           550-COUNT-DEPOSITS.
                MOVE 'NO' TO WS-BROWSE-EOF-SWITCH
                MOVE WS-COUNT-ID TO DP-RECO-ID
                MOVE ZERO TO DP-RECEIPT-DATE
                MOVE ZERO TO DP-DEPOSIT-SEQ
                START DEPOSIT-FILE
                    KEY IS >= DP-DEPOSIT-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                END-START
                PERFORM 555-COUNT-NEXT-DEPOSIT
                    UNTIL WS-BROWSE-EOF-SWITCH = 'YES'.
           555-COUNT-NEXT-DEPOSIT.
                READ DEPOSIT-FILE NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                    NOT AT END
                       IF DP-RECO-ID NOT = WS-COUNT-ID
                           MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                       ELSE
                           ADD 1 TO WS-CNT-VALUE (8)
                           ADD DP-AMOUNT-HELD TO WS-CNT-VALUE (9)
                           IF WS-COLLECT-FROM
                               PERFORM 557-NOTE-DEPOSIT
                           END-IF
                       END-IF
                END-READ.
           557-NOTE-DEPOSIT.
                IF WS-DPK-COUNT < 200
                    ADD 1 TO WS-DPK-COUNT
                    MOVE DP-RECEIPT-DATE
                        TO WS-DPK-RECEIPT-DATE (WS-DPK-COUNT)
                    MOVE DP-DEPOSIT-SEQ TO WS-DPK-SEQ (WS-DPK-COUNT)
                ELSE
                    MOVE 'YES' TO WS-OVERFLOW-SWITCH
                END-IF.
           560-COUNT-SESSIONS.
                MOVE 'NO' TO WS-BROWSE-EOF-SWITCH
                MOVE WS-COUNT-ID TO SN-RECO-ID
                MOVE ZERO TO SN-PROJ-SEQ
                START SESSION-HISTORY
                    KEY IS >= SN-PROJECT-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                END-START
                PERFORM 565-COUNT-NEXT-SESSION
                    UNTIL WS-BROWSE-EOF-SWITCH = 'YES'.
           565-COUNT-NEXT-SESSION.
                READ SESSION-HISTORY NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                    NOT AT END
                       IF SN-RECO-ID NOT = WS-COUNT-ID
                           MOVE 'YES' TO WS-BROWSE-EOF-SWITCH
                       ELSE
                           ADD 1 TO WS-CNT-VALUE (10)
                           ADD SN-HOURS TO WS-CNT-VALUE (11)
                       END-IF
                END-READ.
           300-TRAILER.
                MOVE 'MERGE CARDS READ :' TO TL-LABEL
                MOVE WS-CARDS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE AFTER ADVANCING 3 LINES
                MOVE 'MERGES APPLIED :' TO TL-LABEL
                MOVE WS-MERGES-DONE TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'MERGES OUT OF BALANCE :' TO TL-LABEL
                MOVE WS-MERGES-UNBALANCED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'MERGE CARDS REJECTED :' TO TL-LABEL
                MOVE WS-CARDS-REJECTED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'PROJECTS MOVED :' TO TL-LABEL
                MOVE WS-PROJECTS-MOVED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'PROJECTS RENUMBERED :' TO TL-LABEL
                MOVE WS-PROJECTS-RENUMBERED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'BILLED ROWS RE-KEYED :' TO TL-LABEL
                MOVE WS-BILLED-MOVED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'INVOICES RE-KEYED :' TO TL-LABEL
                MOVE WS-INVOICES-MOVED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'DEPOSITS RE-KEYED :' TO TL-LABEL
                MOVE WS-DEPOSITS-MOVED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'SESSIONS RE-KEYED :' TO TL-LABEL
                MOVE WS-SESSIONS-MOVED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER
                MOVE 'MOVES FAILED :' TO TL-LABEL
                MOVE WS-MOVES-FAILED TO TL-VALUE
                PERFORM 440-WRITE-TRAILER.
           430-WRITE-RESULT.
                MOVE RL-RESULT-LINE TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE AFTER ADVANCING 2 LINES.
           440-WRITE-TRAILER.
                MOVE TL-TRAILER-LINE TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PAGE-COUNT TO HL-PAGE-NO
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE AFTER ADVANCING PAGE
                MOVE WS-FROM-ID TO MG-FROM-ID
                MOVE WS-FROM-NAME TO MG-FROM-NAME
                MOVE WS-TO-ID TO MG-TO-ID
                MOVE WS-TO-NAME TO MG-TO-NAME
                MOVE MG-MERGE-LINE TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE AFTER ADVANCING 2 LINES
                MOVE HL-COLUMN-HEADING TO MERGE-REPORT-LINE
                WRITE MERGE-REPORT-LINE AFTER ADVANCING 2 LINES.
