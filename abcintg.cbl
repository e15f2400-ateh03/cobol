      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Cross-file referential integrity check.  Walks the
      *          indexed project, billed-status, open-item, deposit
      *          and session files and checks every row against the
      *          artist master and project file it points at, then
      *          checks that each active genre on GENRE-REFERENCE has
      *          a RATE-TABLE row in force for every tier and that no
      *          rate row is dated into a genre's inactive period.
      *          Every broken link is listed by category, and a count
      *          per category is printed at the end.  A severe break
      *          (one that billing or cash application would trip
      *          over) sets RC 8 so the billing stream can be held;
      *          warnings alone set RC 4.  An artist with no project
      *          rows is billed from the master as PROJ-SEQ 00, so a
      *          seq 00 link to a live artist is not a break.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCINTG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BS-BILLED-KEY
               FILE STATUS IS WS-BLS-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO FILEOPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-INVOICE-NO
               ALTERNATE RECORD KEY IS OA-RECO-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OPN-FILE-STATUS.
           SELECT DEPOSIT-FILE
               ASSIGN TO FILEDEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-DEPOSIT-KEY
               FILE STATUS IS WS-DEP-FILE-STATUS.
           SELECT SESSION-HISTORY
               ASSIGN TO FILESHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SN-SESSION-KEY
               ALTERNATE RECORD KEY IS SN-PROJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SHS-FILE-STATUS.
           SELECT GENRE-REFERENCE
               ASSIGN TO FILEGREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-GENRE-CODE
               FILE STATUS IS WS-GRF-FILE-STATUS.
           SELECT RATE-TABLE
               ASSIGN TO FILERTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RTE-FILE-STATUS.
           SELECT INTEGRITY-REPORT
               ASSIGN TO FILEINTG.
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
       FD GENRE-REFERENCE
           RECORDING MODE IS F.
           COPY GENREF.
       FD RATE-TABLE
           RECORDING MODE IS F.
           COPY RATREC.
       FD INTEGRITY-REPORT
           RECORDING MODE IS F.
       01 INTEGRITY-LINE        PIC X(90).
          WORKING-STORAGE SECTION.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-MST-FILE-STATUS   PIC X(2).
              05  WS-PRJ-FILE-STATUS   PIC X(2).
              05  WS-BLS-FILE-STATUS   PIC X(2).
              05  WS-OPN-FILE-STATUS   PIC X(2).
              05  WS-DEP-FILE-STATUS   PIC X(2).
              05  WS-SHS-FILE-STATUS   PIC X(2).
              05  WS-GRF-FILE-STATUS   PIC X(2).
              05  WS-RTE-FILE-STATUS   PIC X(2).
              05  WS-PRJ-OPEN-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-PROJECT-FILE-OPEN     VALUE 'YES'.
              05  WS-ARTIST-FOUND-SWITCH PIC X(3) VALUE 'NO'.
                  88  WS-ARTIST-FOUND          VALUE 'YES'.
              05  WS-LINK-SWITCH       PIC X(3) VALUE 'NO'.
                  88  WS-LINK-OK               VALUE 'YES'.
              05  WS-GENRE-FOUND-SWITCH PIC X(3) VALUE 'NO'.
                  88  WS-GENRE-FOUND           VALUE 'YES'.
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-ARTIST-STATUS          PIC X(1).
          01 WS-LINK-KEY.
              05  WS-LNK-RECO-ID       PIC X(6).
              05  WS-LNK-PROJ-SEQ      PIC 9(2).
          01 WS-BREAK-KEY              PIC X(20).
          01 WS-PROJECT-KEY-DISPLAY.
              05  WS-PKD-RECO-ID       PIC X(6).
              05                       PIC X(1) VALUE '-'.
              05  WS-PKD-PROJ-SEQ      PIC 9(2).
          01 WS-INVOICE-KEY-DISPLAY.
              05  WS-IKD-INVOICE-NO    PIC 9(7).
              05                       PIC X(1) VALUE SPACE.
              05  WS-IKD-RECO-ID       PIC X(6).
          01 WS-DEPOSIT-KEY-DISPLAY.
              05  WS-DKD-RECO-ID       PIC X(6).
              05                       PIC X(1) VALUE SPACE.
              05  WS-DKD-RECEIPT-DATE  PIC 9(8).
              05                       PIC X(1) VALUE '-'.
              05  WS-DKD-DEPOSIT-SEQ   PIC 9(3).
          01 WS-SESSION-KEY-DISPLAY.
              05  WS-SKD-ROOM          PIC X(4).
              05                       PIC X(1) VALUE SPACE.
              05  WS-SKD-SESSION-DATE  PIC 9(8).
              05                       PIC X(1) VALUE SPACE.
              05  WS-SKD-START-TIME    PIC 9(4).
          01 WS-RATE-KEY-DISPLAY.
              05  WS-RKD-GENRE         PIC X(2).
              05                       PIC X(1) VALUE SPACE.
              05  WS-RKD-EFF-DATE      PIC 9(8).
              05                       PIC X(1) VALUE SPACE.
              05  WS-RKD-TIER          PIC X(1).
          01 WS-GENRE-REF-AREA.
              05  WS-GREF-COUNT        PIC 9(4) COMP VALUE ZERO.
              05  WS-GREF-IDX          PIC 9(4) COMP VALUE ZERO.
              05  WS-GREF-SUB          PIC 9(4) COMP VALUE ZERO.
              05  WS-TIER-IDX          PIC 9(4) COMP VALUE ZERO.
              05  WS-GREF-ENTRY OCCURS 50 TIMES.
                  10  WS-GREF-CODE     PIC X(2).
                  10  WS-GREF-ACTIVE   PIC 9(8).
                  10  WS-GREF-INACTIVE PIC 9(8).
                  10  WS-GREF-TIER-RATE PIC X(1) OCCURS 3 TIMES.
          01 WS-CATEGORY-AREA.
              05  WS-CAT-IDX           PIC 9(4) COMP VALUE ZERO.
              05  WS-CAT-SUB           PIC 9(4) COMP VALUE ZERO.
              05  WS-CAT-COUNT         PIC 9(7) OCCURS 11 TIMES.
              05  WS-CAT-VALUES.
                  10  PIC X(31) VALUE 'SPROJECT - ARTIST NOT ON FILE'.
                  10  PIC X(31) VALUE 'WPROJECT - ARTIST DELETED'.
                  10  PIC X(31) VALUE 'SBILLED - NO PROJECT'.
                  10  PIC X(31) VALUE 'SOPEN ITEM - ARTIST NOT ON FILE'.
                  10  PIC X(31) VALUE 'SOPEN ITEM - DELETED, OWING'.
                  10  PIC X(31) VALUE 'WOPEN ITEM - DELETED, CLOSED'.
                  10  PIC X(31) VALUE 'SDEPOSIT - ARTIST NOT ON FILE'.
                  10  PIC X(31) VALUE 'WSESSION - NO PROJECT'.
                  10  PIC X(31) VALUE 'SGENRE - NO RATE FOR TIER'.
                  10  PIC X(31) VALUE 'WRATE - GENRE INACTIVE'.
                  10  PIC X(31) VALUE 'WRATE - GENRE NOT ON REFERENCE'.
              05  WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
                  10  WS-CAT-ENTRY OCCURS 11 TIMES.
                      15  WS-CAT-SEVERITY PIC X(1).
                          88  WS-CAT-SEVERE    VALUE 'S'.
                      15  WS-CAT-LABEL    PIC X(30).
          01 WS-TOTALS.
              05  WS-ARTISTS-CHECKED   PIC 9(7) VALUE ZERO.
              05  WS-PROJECTS-READ     PIC 9(7) VALUE ZERO.
              05  WS-BILLED-READ       PIC 9(7) VALUE ZERO.
              05  WS-OPEN-ITEMS-READ   PIC 9(7) VALUE ZERO.
              05  WS-DEPOSITS-READ     PIC 9(7) VALUE ZERO.
              05  WS-SESSIONS-READ     PIC 9(7) VALUE ZERO.
              05  WS-GENRES-READ       PIC 9(7) VALUE ZERO.
              05  WS-RATES-READ        PIC 9(7) VALUE ZERO.
              05  WS-SEVERE-BREAKS     PIC 9(7) VALUE ZERO.
              05  WS-WARNING-BREAKS    PIC 9(7) VALUE ZERO.
          01 WS-PAGE-CONTROL.
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-MAX-LINES         PIC 9(3) VALUE 55.
          01 RL-BREAK-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  RL-SEVERITY      PIC X(7).
              05                   PIC X(3) VALUE SPACES.
              05  RL-CATEGORY      PIC X(30).
              05                   PIC X(3) VALUE SPACES.
              05  RL-KEY           PIC X(20).
          01 SL-SUMMARY-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  SL-SEVERITY      PIC X(7).
              05                   PIC X(3) VALUE SPACES.
              05  SL-CATEGORY      PIC X(30).
              05                   PIC X(3) VALUE SPACES.
              05  SL-COUNT         PIC Z(6)9.
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(30) VALUE
                  'ABC UNIVERSAL INTEGRITY CHECK'.
              05                   PIC X(5) VALUE SPACES.
              05  HL-DATE-LABEL    PIC X(9) VALUE 'RUN DATE:'.
              05  HL-RUN-DATE      PIC 9(8).
              05                   PIC X(5) VALUE SPACES.
              05  HL-PAGE-LABEL    PIC X(5) VALUE 'PAGE:'.
              05  HL-PAGE-NO       PIC ZZ9.
          01 HL-COLUMN-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(7) VALUE 'LEVEL'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(30) VALUE 'BROKEN LINK'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE 'RECORD KEY'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               OPEN OUTPUT INTEGRITY-REPORT
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               OPEN INPUT ARTIST-FILE
               IF WS-MST-FILE-STATUS NOT = '00'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT PROJECT-FILE
               IF WS-PRJ-FILE-STATUS = '00'
                   MOVE 'YES' TO WS-PRJ-OPEN-SWITCH
               END-IF
               PERFORM 105-CLEAR-CATEGORY
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 11
               PERFORM 400-HEADING
               PERFORM 200-CHECK-PROJECTS
               PERFORM 210-CHECK-BILLED
               PERFORM 220-CHECK-OPEN-ITEMS
               PERFORM 230-CHECK-DEPOSITS
               PERFORM 240-CHECK-SESSIONS
               PERFORM 250-LOAD-GENRE-REFERENCE
               PERFORM 260-CHECK-RATES
               PERFORM 270-CHECK-GENRE-TIERS
                   VARYING WS-GREF-IDX FROM 1 BY 1
                   UNTIL WS-GREF-IDX > WS-GREF-COUNT
               PERFORM 300-TRAILER
               IF WS-SEVERE-BREAKS > ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-WARNING-BREAKS > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-PROJECT-FILE-OPEN
                   CLOSE PROJECT-FILE
               END-IF
               CLOSE ARTIST-FILE
                     INTEGRITY-REPORT
               STOP RUN.
           105-CLEAR-CATEGORY.
                MOVE ZERO TO WS-CAT-COUNT (WS-CAT-IDX).
           200-CHECK-PROJECTS.
                IF WS-PROJECT-FILE-OPEN
                    MOVE 'NO' TO WS-EOF-SWITCH
                    MOVE LOW-VALUES TO PJ-PROJECT-KEY
                    START PROJECT-FILE
                        KEY IS >= PJ-PROJECT-KEY
                        INVALID KEY
                           MOVE 'YES' TO WS-EOF-SWITCH
                    END-START
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ PROJECT-FILE NEXT RECORD
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 205-CHECK-ONE-PROJECT
                        END-READ
                    END-PERFORM
                END-IF.
           205-CHECK-ONE-PROJECT.
                ADD 1 TO WS-PROJECTS-READ
                MOVE PJ-RECO-ID TO WS-PKD-RECO-ID
                MOVE PJ-PROJ-SEQ TO WS-PKD-PROJ-SEQ
                MOVE WS-PROJECT-KEY-DISPLAY TO WS-BREAK-KEY
                MOVE PJ-RECO-ID TO MR-RECO-ID
                PERFORM 500-READ-ARTIST
                IF NOT WS-ARTIST-FOUND
                    MOVE 1 TO WS-CAT-SUB
                    PERFORM 450-WRITE-BREAK
                ELSE
                    IF WS-ARTIST-STATUS = 'D'
                     AND PJ-RECO-STATUS NOT = 'D'
                        MOVE 2 TO WS-CAT-SUB
                        PERFORM 450-WRITE-BREAK
                    END-IF
                END-IF.
           210-CHECK-BILLED.
                OPEN INPUT BILLED-STATUS
                IF WS-BLS-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ BILLED-STATUS
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 215-CHECK-ONE-BILLED
                        END-READ
                    END-PERFORM
                    CLOSE BILLED-STATUS
                END-IF.
           215-CHECK-ONE-BILLED.
                ADD 1 TO WS-BILLED-READ
                MOVE BS-RECO-ID TO WS-LNK-RECO-ID
                MOVE BS-PROJ-SEQ TO WS-LNK-PROJ-SEQ
                PERFORM 510-CHECK-PROJECT-LINK
                IF NOT WS-LINK-OK
                    MOVE BS-RECO-ID TO WS-PKD-RECO-ID
                    MOVE BS-PROJ-SEQ TO WS-PKD-PROJ-SEQ
                    MOVE WS-PROJECT-KEY-DISPLAY TO WS-BREAK-KEY
                    MOVE 3 TO WS-CAT-SUB
                    PERFORM 450-WRITE-BREAK
                END-IF.
           220-CHECK-OPEN-ITEMS.
                OPEN INPUT OPEN-ITEM-FILE
                IF WS-OPN-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ OPEN-ITEM-FILE
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 225-CHECK-ONE-OPEN-ITEM
                        END-READ
                    END-PERFORM
                    CLOSE OPEN-ITEM-FILE
                END-IF.
           225-CHECK-ONE-OPEN-ITEM.
                ADD 1 TO WS-OPEN-ITEMS-READ
                MOVE OA-INVOICE-NO TO WS-IKD-INVOICE-NO
                MOVE OA-RECO-ID TO WS-IKD-RECO-ID
                MOVE WS-INVOICE-KEY-DISPLAY TO WS-BREAK-KEY
                MOVE OA-RECO-ID TO MR-RECO-ID
                PERFORM 500-READ-ARTIST
                IF NOT WS-ARTIST-FOUND
                    MOVE 4 TO WS-CAT-SUB
                    PERFORM 450-WRITE-BREAK
                ELSE
                    IF WS-ARTIST-STATUS = 'D'
                        IF OA-ITEM-CLOSED
                            MOVE 6 TO WS-CAT-SUB
                        ELSE
                            MOVE 5 TO WS-CAT-SUB
                        END-IF
                        PERFORM 450-WRITE-BREAK
                    END-IF
                END-IF.
           230-CHECK-DEPOSITS.
                OPEN INPUT DEPOSIT-FILE
                IF WS-DEP-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ DEPOSIT-FILE
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 235-CHECK-ONE-DEPOSIT
                        END-READ
                    END-PERFORM
                    CLOSE DEPOSIT-FILE
                END-IF.
           235-CHECK-ONE-DEPOSIT.
                ADD 1 TO WS-DEPOSITS-READ
                MOVE DP-RECO-ID TO MR-RECO-ID
                PERFORM 500-READ-ARTIST
                IF NOT WS-ARTIST-FOUND
                    MOVE DP-RECO-ID TO WS-DKD-RECO-ID
                    MOVE DP-RECEIPT-DATE TO WS-DKD-RECEIPT-DATE
                    MOVE DP-DEPOSIT-SEQ TO WS-DKD-DEPOSIT-SEQ
                    MOVE WS-DEPOSIT-KEY-DISPLAY TO WS-BREAK-KEY
                    MOVE 7 TO WS-CAT-SUB
                    PERFORM 450-WRITE-BREAK
                END-IF.
           240-CHECK-SESSIONS.
                OPEN INPUT SESSION-HISTORY
                IF WS-SHS-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ SESSION-HISTORY
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 245-CHECK-ONE-SESSION
                        END-READ
                    END-PERFORM
                    CLOSE SESSION-HISTORY
                END-IF.
           245-CHECK-ONE-SESSION.
                ADD 1 TO WS-SESSIONS-READ
                MOVE SN-RECO-ID TO WS-LNK-RECO-ID
                MOVE SN-PROJ-SEQ TO WS-LNK-PROJ-SEQ
                PERFORM 510-CHECK-PROJECT-LINK
                IF NOT WS-LINK-OK
                    MOVE SN-ROOM TO WS-SKD-ROOM
                    MOVE SN-SESSION-DATE TO WS-SKD-SESSION-DATE
                    MOVE SN-START-TIME TO WS-SKD-START-TIME
                    MOVE WS-SESSION-KEY-DISPLAY TO WS-BREAK-KEY
                    MOVE 8 TO WS-CAT-SUB
                    PERFORM 450-WRITE-BREAK
                END-IF.
           250-LOAD-GENRE-REFERENCE.
                OPEN INPUT GENRE-REFERENCE
                IF WS-GRF-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ GENRE-REFERENCE
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 255-STORE-GENRE-ENTRY
                        END-READ
                    END-PERFORM
                    CLOSE GENRE-REFERENCE
                END-IF.
           255-STORE-GENRE-ENTRY.
                ADD 1 TO WS-GENRES-READ
                IF WS-GREF-COUNT < 50
                    ADD 1 TO WS-GREF-COUNT
                    MOVE GR-GENRE-CODE
                        TO WS-GREF-CODE (WS-GREF-COUNT)
                    MOVE GR-ACTIVE-DATE
                        TO WS-GREF-ACTIVE (WS-GREF-COUNT)
                    MOVE GR-INACTIVE-DATE
                        TO WS-GREF-INACTIVE (WS-GREF-COUNT)
                    MOVE 'N' TO WS-GREF-TIER-RATE (WS-GREF-COUNT, 1)
                    MOVE 'N' TO WS-GREF-TIER-RATE (WS-GREF-COUNT, 2)
                    MOVE 'N' TO WS-GREF-TIER-RATE (WS-GREF-COUNT, 3)
                END-IF.
           260-CHECK-RATES.
                OPEN INPUT RATE-TABLE
                IF WS-RTE-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ RATE-TABLE
                            AT END
                               MOVE 'YES' TO WS-EOF-SWITCH
                            NOT AT END
                               PERFORM 265-CHECK-ONE-RATE
                        END-READ
                    END-PERFORM
                    CLOSE RATE-TABLE
                END-IF.
           265-CHECK-ONE-RATE.
                ADD 1 TO WS-RATES-READ
                MOVE RT-GENRE TO WS-RKD-GENRE
                MOVE RT-EFF-DATE TO WS-RKD-EFF-DATE
                MOVE RT-RATE-TIER TO WS-RKD-TIER
                MOVE WS-RATE-KEY-DISPLAY TO WS-BREAK-KEY
                MOVE 'NO' TO WS-GENRE-FOUND-SWITCH
                PERFORM 267-SCAN-GENRE-REF
                    VARYING WS-GREF-SUB FROM 1 BY 1
                    UNTIL WS-GREF-SUB > WS-GREF-COUNT
                       OR WS-GENRE-FOUND
                IF NOT WS-GENRE-FOUND
                    MOVE 11 TO WS-CAT-SUB
                    PERFORM 450-WRITE-BREAK
                ELSE
                    SUBTRACT 1 FROM WS-GREF-SUB
                    IF WS-GREF-INACTIVE (WS-GREF-SUB) NOT = ZERO
                     AND RT-EFF-DATE >= WS-GREF-INACTIVE (WS-GREF-SUB)
                        MOVE 10 TO WS-CAT-SUB
                        PERFORM 450-WRITE-BREAK
                    ELSE
                        IF RT-EFF-DATE <= WS-RUN-DATE
                         AND RT-RATE-TIER >= '1'
                         AND RT-RATE-TIER <= '3'
                            MOVE RT-RATE-TIER TO WS-TIER-IDX
                            MOVE 'Y' TO
                                WS-GREF-TIER-RATE (WS-GREF-SUB,
                                                   WS-TIER-IDX)
                        END-IF
                    END-IF
                END-IF.
           267-SCAN-GENRE-REF.
                IF WS-GREF-CODE (WS-GREF-SUB) = RT-GENRE
                    MOVE 'YES' TO WS-GENRE-FOUND-SWITCH
                END-IF.
           270-CHECK-GENRE-TIERS.
                IF WS-GREF-ACTIVE (WS-GREF-IDX) <= WS-RUN-DATE
                 AND (WS-GREF-INACTIVE (WS-GREF-IDX) = ZERO
                  OR WS-GREF-INACTIVE (WS-GREF-IDX) > WS-RUN-DATE)
                    PERFORM 275-CHECK-ONE-TIER
                        VARYING WS-TIER-IDX FROM 1 BY 1
                        UNTIL WS-TIER-IDX > 3
                END-IF.
           275-CHECK-ONE-TIER.
                IF WS-GREF-TIER-RATE (WS-GREF-IDX, WS-TIER-IDX)
                   NOT = 'Y'
                    MOVE WS-GREF-CODE (WS-GREF-IDX) TO WS-RKD-GENRE
                    MOVE WS-RUN-DATE TO WS-RKD-EFF-DATE
                    MOVE WS-TIER-IDX TO WS-RKD-TIER
                    MOVE WS-RATE-KEY-DISPLAY TO WS-BREAK-KEY
                    MOVE 9 TO WS-CAT-SUB
                    PERFORM 450-WRITE-BREAK
                END-IF.
           500-READ-ARTIST.
                READ ARTIST-FILE
                    INVALID KEY
                       MOVE 'NO' TO WS-ARTIST-FOUND-SWITCH
                       MOVE SPACE TO WS-ARTIST-STATUS
                    NOT INVALID KEY
                       MOVE 'YES' TO WS-ARTIST-FOUND-SWITCH
                       MOVE MR-RECO-STATUS TO WS-ARTIST-STATUS
                END-READ.
           510-CHECK-PROJECT-LINK.
                MOVE 'NO' TO WS-LINK-SWITCH
                IF WS-PROJECT-FILE-OPEN
                    MOVE WS-LINK-KEY TO PJ-PROJECT-KEY
                    READ PROJECT-FILE
                        KEY IS PJ-PROJECT-KEY
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           MOVE 'YES' TO WS-LINK-SWITCH
                    END-READ
                END-IF
                IF NOT WS-LINK-OK
                 AND WS-LNK-PROJ-SEQ = ZERO
                    MOVE WS-LNK-RECO-ID TO MR-RECO-ID
                    PERFORM 500-READ-ARTIST
                    IF WS-ARTIST-FOUND
                        MOVE 'YES' TO WS-LINK-SWITCH
                    END-IF
                END-IF.
           450-WRITE-BREAK.
                ADD 1 TO WS-CAT-COUNT (WS-CAT-SUB)
                IF WS-CAT-SEVERE (WS-CAT-SUB)
                    ADD 1 TO WS-SEVERE-BREAKS
                    MOVE 'SEVERE' TO RL-SEVERITY
                ELSE
                    ADD 1 TO WS-WARNING-BREAKS
                    MOVE 'WARNING' TO RL-SEVERITY
                END-IF
                MOVE WS-CAT-LABEL (WS-CAT-SUB) TO RL-CATEGORY
                MOVE WS-BREAK-KEY TO RL-KEY
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE RL-BREAK-LINE TO INTEGRITY-LINE
                WRITE INTEGRITY-LINE AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT.
           300-TRAILER.
                PERFORM 400-HEADING
                PERFORM 310-PRINT-CATEGORY
                    VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > 11
                MOVE 'PROJECTS CHECKED :' TO TL-LABEL
                MOVE WS-PROJECTS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO INTEGRITY-LINE
                WRITE INTEGRITY-LINE AFTER ADVANCING 3 LINES
                MOVE 'BILLED ROWS CHECKED :' TO TL-LABEL
                MOVE WS-BILLED-READ TO TL-VALUE
                PERFORM 320-WRITE-TRAILER
                MOVE 'OPEN ITEMS CHECKED :' TO TL-LABEL
                MOVE WS-OPEN-ITEMS-READ TO TL-VALUE
                PERFORM 320-WRITE-TRAILER
                MOVE 'DEPOSITS CHECKED :' TO TL-LABEL
                MOVE WS-DEPOSITS-READ TO TL-VALUE
                PERFORM 320-WRITE-TRAILER
                MOVE 'SESSIONS CHECKED :' TO TL-LABEL
                MOVE WS-SESSIONS-READ TO TL-VALUE
                PERFORM 320-WRITE-TRAILER
                MOVE 'GENRES CHECKED :' TO TL-LABEL
                MOVE WS-GENRES-READ TO TL-VALUE
                PERFORM 320-WRITE-TRAILER
                MOVE 'RATE ROWS CHECKED :' TO TL-LABEL
                MOVE WS-RATES-READ TO TL-VALUE
                PERFORM 320-WRITE-TRAILER
                MOVE 'SEVERE BREAKS :' TO TL-LABEL
                MOVE WS-SEVERE-BREAKS TO TL-VALUE
                MOVE TL-TRAILER-LINE TO INTEGRITY-LINE
                WRITE INTEGRITY-LINE AFTER ADVANCING 2 LINES
                MOVE 'WARNINGS :' TO TL-LABEL
                MOVE WS-WARNING-BREAKS TO TL-VALUE
                PERFORM 320-WRITE-TRAILER.
           310-PRINT-CATEGORY.
                IF WS-CAT-SEVERE (WS-CAT-IDX)
                    MOVE 'SEVERE' TO SL-SEVERITY
                ELSE
                    MOVE 'WARNING' TO SL-SEVERITY
                END-IF
                MOVE WS-CAT-LABEL (WS-CAT-IDX) TO SL-CATEGORY
                MOVE WS-CAT-COUNT (WS-CAT-IDX) TO SL-COUNT
                MOVE SL-SUMMARY-LINE TO INTEGRITY-LINE
                WRITE INTEGRITY-LINE AFTER ADVANCING 1 LINES.
           320-WRITE-TRAILER.
                MOVE TL-TRAILER-LINE TO INTEGRITY-LINE
                WRITE INTEGRITY-LINE AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PAGE-COUNT TO HL-PAGE-NO
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO INTEGRITY-LINE
                WRITE INTEGRITY-LINE AFTER ADVANCING PAGE
                MOVE HL-COLUMN-HEADING TO INTEGRITY-LINE
                WRITE INTEGRITY-LINE AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-LINE-COUNT.
