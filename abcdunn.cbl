      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Collections run against the open-item accounts-
      *          receivable file maintained by ABCARUP.  Every open
      *          or partially paid item is aged from its bill date
      *          and each artist with past-due money gets a first,
      *          second or final reminder letter at 30, 60 and 90
      *          days.  The dunning-history file keyed on RECO-ID
      *          remembers the last level sent so no letter goes out
      *          twice, and artists past the final notice are put on
      *          credit hold, which ABCPRJM checks before it accepts
      *          a new project.  A hold comes off when the past-due
      *          balance is cleared or collections sends a release
      *          card; an artist with an open item whose bill date
      *          cannot be aged keeps the hold until the item is
      *          corrected.  A letter lists up to 100 items and says
      *          how many more are past due.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCDUNN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO FILEOPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-INVOICE-NO
               ALTERNATE RECORD KEY IS OA-RECO-ID
                   WITH DUPLICATES.
           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK1.
           SELECT SORTED-FILE
               ASSIGN TO FILESOPN.
           SELECT DUNNING-HISTORY
               ASSIGN TO FILEDUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DN-RECO-ID
               FILE STATUS IS WS-DUN-FILE-STATUS.
           SELECT HOLD-RELEASE-FILE
               ASSIGN TO FILEDREL
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT CHANGE-HISTORY
               ASSIGN TO FILECHG
               FILE STATUS IS WS-CHG-FILE-STATUS.
           SELECT DUNNING-LETTERS
               ASSIGN TO FILEDLTR.
           SELECT DUNNING-REPORT
               ASSIGN TO FILEDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD OPEN-ITEM-FILE
           RECORDING MODE IS F.
           COPY OPNREC.
       SD SORT-WORK-FILE.
       01 SS-SORT-RECORD.
           05  SS-INVOICE-NO    PIC X(7).
           05  SS-RECO-ID       PIC X(6).
           05                   PIC X(58).
       FD SORTED-FILE
           RECORDING MODE IS F.
       01 SORTED-RECORD       PIC X(71).
       FD DUNNING-HISTORY
           RECORDING MODE IS F.
           COPY DUNREC.
       FD HOLD-RELEASE-FILE
           RECORDING MODE IS F.
       01 HR-RELEASE-CARD.
           05  HR-RECO-ID       PIC X(6).
           05  HR-TRANS-SOURCE  PIC X(8).
       FD CHANGE-HISTORY
           RECORDING MODE IS F.
       01 CHANGE-HISTORY-RECORD PIC X(72).
       FD DUNNING-LETTERS
           RECORDING MODE IS F.
          01 LETTER-LINE        PIC X(80).
       FD DUNNING-REPORT
           RECORDING MODE IS F.
          01 DUNNING-LIST       PIC X(90).
          WORKING-STORAGE SECTION.
           COPY CHGREC.
          01 ST-ITEM-RECORD.
              05  ST-INVOICE-NO    PIC 9(7).
              05  ST-RECO-ID       PIC X(6).
              05  ST-ARTST-NAME    PIC X(14).
              05  ST-BILL-DATE     PIC 9(8).
              05  ST-AMOUNT-BILLED PIC 9(9).
              05  ST-AMOUNT-PAID   PIC 9(9).
              05  ST-LAST-PAY-DATE PIC 9(8).
              05  ST-ITEM-STATUS   PIC X(1).
              05  ST-TAX-AMOUNT    PIC 9(9).
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-DUN-EOF-SWITCH    PIC X(3).
              05  WS-DUN-FILE-STATUS   PIC X(2).
              05  WS-REL-FILE-STATUS   PIC X(2).
              05  WS-CHG-FILE-STATUS   PIC X(2).
              05  WS-DUNNING-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-DUNNING-ON-FILE       VALUE 'YES'.
              05  WS-LETTER-SWITCH     PIC X(3) VALUE 'NO'.
                  88  WS-LETTER-DUE            VALUE 'YES'.
          01 WS-DUNNING-LIMITS.
              05  WS-FIRST-NOTICE-DAYS  PIC 9(3) VALUE 30.
              05  WS-SECOND-NOTICE-DAYS PIC 9(3) VALUE 60.
              05  WS-FINAL-NOTICE-DAYS  PIC 9(3) VALUE 90.
          01 WS-BREAK-CONTROL.
              05  WS-CURRENT-RECO-ID   PIC X(6) VALUE SPACES.
              05  WS-CURRENT-NAME      PIC X(14) VALUE SPACES.
          01 WS-ARTIST-AGING.
              05  WS-ART-PAST-DUE      PIC 9(9) VALUE ZERO.
              05  WS-ART-OLDEST-DAYS   PIC 9(5) VALUE ZERO.
              05  WS-ART-BAD-DATE-AMT  PIC 9(9) VALUE ZERO.
              05  WS-ITEM-OVERFLOW     PIC 9(5) VALUE ZERO.
              05  WS-HOLD-ACTION       PIC X(20).
              05  WS-NEW-LEVEL         PIC X(1).
              05  WS-OLD-HOLD-FLAG     PIC X(1).
              05  WS-CHANGE-SOURCE     PIC X(8).
          01 WS-ITEM-OPEN-AMT          PIC S9(9) VALUE ZERO.
          01 WS-DAYS-OUTSTANDING       PIC S9(9) COMP.
          01 WS-DATE-CHECK.
              05  WS-CHK-YYYY          PIC 9(4).
              05  WS-CHK-MM            PIC 9(2).
              05  WS-CHK-DD            PIC 9(2).
          01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK
                                       PIC 9(8).
          01 WS-DATE-OK-SWITCH         PIC X(3).
              88  WS-DATE-OK                   VALUE 'YES'.
          01 WS-ITEM-TABLE-AREA.
              05  WS-ITEM-COUNT        PIC 9(4) COMP VALUE ZERO.
              05  WS-ITEM-IDX          PIC 9(4) COMP VALUE ZERO.
              05  WS-ITEM-ENTRY OCCURS 100 TIMES.
                  10  WS-ITM-INVOICE-NO PIC 9(7).
                  10  WS-ITM-BILL-DATE PIC 9(8).
                  10  WS-ITM-DAYS      PIC 9(5).
                  10  WS-ITM-OPEN-AMT  PIC 9(9).
          01 WS-RUN-TIME               PIC 9(8).
          01 WS-TOTALS.
              05  WS-ITEMS-READ        PIC 9(7) VALUE ZERO.
              05  WS-ITEMS-PAST-DUE    PIC 9(7) VALUE ZERO.
              05  WS-ARTISTS-REVIEWED  PIC 9(7) VALUE ZERO.
              05  WS-FIRST-LETTERS     PIC 9(7) VALUE ZERO.
              05  WS-SECOND-LETTERS    PIC 9(7) VALUE ZERO.
              05  WS-FINAL-LETTERS     PIC 9(7) VALUE ZERO.
              05  WS-HOLDS-PLACED      PIC 9(7) VALUE ZERO.
              05  WS-HOLDS-RELEASED    PIC 9(7) VALUE ZERO.
              05  WS-RELEASES-REJECTED PIC 9(7) VALUE ZERO.
              05  WS-ACCOUNTS-CLEARED  PIC 9(7) VALUE ZERO.
              05  WS-BAD-DATE-ITEMS    PIC 9(7) VALUE ZERO.
              05  WS-LETTER-OVERFLOWS  PIC 9(7) VALUE ZERO.
              05  WS-TOT-PAST-DUE      PIC 9(11) VALUE ZERO.
          01 WS-PAGE-CONTROL.
              05  WS-RUN-DATE          PIC 9(8).
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-MAX-LINES         PIC 9(3) VALUE 55.
          01 LT-TITLE-LINE.
              05                   PIC X(20) VALUE SPACES.
              05                   PIC X(30) VALUE
                  'ABC UNIVERSAL RECORDS'.
          01 LT-DATE-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(10) VALUE 'NOTICE:'.
              05  LT-NOTICE-NAME   PIC X(17).
              05                   PIC X(6) VALUE 'DATE:'.
              05  LT-RUN-DATE      PIC 9(8).
          01 LT-TO-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(10) VALUE 'TO:'.
              05  LT-ARTST-NAME    PIC X(14).
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(9) VALUE 'ACCOUNT:'.
              05  LT-RECO-ID       PIC X(6).
          01 LT-TEXT-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  LT-TEXT          PIC X(60).
          01 LT-COLUMN-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(7) VALUE 'INVOICE'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(8) VALUE 'BILLED'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(5) VALUE ' DAYS'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(11) VALUE '   PAST DUE'.
          01 LT-ITEM-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  LT-INVOICE-NO    PIC 9(7).
              05                   PIC X(3) VALUE SPACES.
              05  LT-BILL-DATE     PIC 9(8).
              05                   PIC X(3) VALUE SPACES.
              05  LT-DAYS          PIC ZZZZ9.
              05                   PIC X(3) VALUE SPACES.
              05  LT-OPEN-AMT      PIC ZZZ,ZZZ,ZZ9.
          01 LT-OVERFLOW-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  LT-OVERFLOW-COUNT PIC ZZZZ9.
              05                   PIC X(25) VALUE
                  ' FURTHER ITEMS NOT LISTED'.
          01 LT-TOTAL-LINE.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(32) VALUE
                  'PAST DUE BALANCE :'.
              05  LT-PAST-DUE      PIC ZZZ,ZZZ,ZZ9.
          01 LT-REMIT-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(40) VALUE
                  'REMIT TO: ABC UNIVERSAL RECORDS'.
          01 LT-REMIT-LINE2.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(40) VALUE
                  '          PO BOX 4400'.
          01 LT-REMIT-LINE3.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(40) VALUE
                  '          NEW YORK NY 10036'.
          01 DR-DUNNING-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  DR-RECO-ID       PIC X(6).
              05                   PIC X(3) VALUE SPACES.
              05  DR-ARTST-NAME    PIC X(14).
              05                   PIC X(3) VALUE SPACES.
              05  DR-OLDEST-DAYS   PIC ZZZZ9.
              05                   PIC X(3) VALUE SPACES.
              05  DR-PAST-DUE      PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(3) VALUE SPACES.
              05  DR-ACTION        PIC X(20).
          01 DX-EXCEPTION-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  DX-RECO-ID       PIC X(6).
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(8) VALUE 'INVOICE'.
              05  DX-INVOICE-NO    PIC 9(7).
              05                   PIC X(3) VALUE SPACES.
              05  DX-BILL-DATE     PIC X(8).
              05                   PIC X(3) VALUE SPACES.
              05  DX-OPEN-AMT      PIC ZZZ,ZZZ,ZZ9-.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE
                  'INVALID BILL DATE'.
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(28) VALUE
                  'ABC UNIVERSAL DUNNING RUN'.
              05                   PIC X(5) VALUE SPACES.
              05  HL-DATE-LABEL    PIC X(9) VALUE 'RUN DATE:'.
              05  HL-RUN-DATE      PIC 9(8).
              05                   PIC X(5) VALUE SPACES.
              05  HL-PAGE-LABEL    PIC X(5) VALUE 'PAGE:'.
              05  HL-PAGE-NO       PIC ZZ9.
          01 HL-COLUMN-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(6) VALUE 'RECOID'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(14) VALUE 'ARTIST NAME'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(5) VALUE ' DAYS'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(11) VALUE '   PAST DUE'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(20) VALUE 'ACTION'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SS-RECO-ID
                                    SS-INVOICE-NO
                   USING OPEN-ITEM-FILE
                   GIVING SORTED-FILE
               PERFORM 105-OPEN-DUNNING-HISTORY
               PERFORM 106-OPEN-CHANGE-HISTORY
               OPEN INPUT SORTED-FILE
               OPEN OUTPUT DUNNING-LETTERS
                           DUNNING-REPORT
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 400-HEADING
               PERFORM 150-APPLY-RELEASE-CARDS
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                   READ SORTED-FILE INTO ST-ITEM-RECORD
                        AT END
                           MOVE 'YES' TO WS-EOF-SWITCH
                        NOT AT END
                           PERFORM 200-PROCESS
                   END-READ
               END-PERFORM
               IF WS-CURRENT-RECO-ID NOT = SPACES
                   PERFORM 250-ARTIST-BREAK
               END-IF
               PERFORM 500-SWEEP-CLEARED-ACCOUNTS
               PERFORM 300-TRAILER
               IF WS-BAD-DATE-ITEMS > ZERO
                OR WS-LETTER-OVERFLOWS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE SORTED-FILE
                     DUNNING-HISTORY
                     CHANGE-HISTORY
                     DUNNING-LETTERS
                     DUNNING-REPORT
               STOP RUN.
           105-OPEN-DUNNING-HISTORY.
                OPEN I-O DUNNING-HISTORY
                IF WS-DUN-FILE-STATUS = '35'
                    OPEN OUTPUT DUNNING-HISTORY
                    CLOSE DUNNING-HISTORY
                    OPEN I-O DUNNING-HISTORY
                END-IF
                IF WS-DUN-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
           106-OPEN-CHANGE-HISTORY.
                OPEN EXTEND CHANGE-HISTORY
                IF WS-CHG-FILE-STATUS = '35'
                    OPEN OUTPUT CHANGE-HISTORY
                END-IF.
           150-APPLY-RELEASE-CARDS.
                OPEN INPUT HOLD-RELEASE-FILE
                IF WS-REL-FILE-STATUS = '00'
                    MOVE 'NO' TO WS-EOF-SWITCH
                    PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                        READ HOLD-RELEASE-FILE
                             AT END
                                MOVE 'YES' TO WS-EOF-SWITCH
                             NOT AT END
                                PERFORM 155-RELEASE-ONE-HOLD
                        END-READ
                    END-PERFORM
                    CLOSE HOLD-RELEASE-FILE
                END-IF.
           155-RELEASE-ONE-HOLD.
                MOVE HR-RECO-ID TO DN-RECO-ID
                PERFORM 240-READ-DUNNING-RECORD
                MOVE HR-RECO-ID TO DR-RECO-ID
                MOVE SPACES TO DR-ARTST-NAME
                IF WS-DUNNING-ON-FILE AND DN-ON-HOLD
                    MOVE 'R' TO DN-HOLD-FLAG
                    REWRITE DN-DUNNING-RECORD
                    MOVE 'Y' TO CH-BEFORE-VALUE
                    MOVE 'R' TO CH-AFTER-VALUE
                    MOVE HR-TRANS-SOURCE TO WS-CHANGE-SOURCE
                    PERFORM 270-WRITE-HOLD-CHANGE
                    ADD 1 TO WS-HOLDS-RELEASED
                    MOVE DN-OLDEST-DAYS TO DR-OLDEST-DAYS
                    MOVE DN-PAST-DUE-AMT TO DR-PAST-DUE
                    MOVE 'HOLD RELEASED' TO DR-ACTION
                ELSE
                    ADD 1 TO WS-RELEASES-REJECTED
                    MOVE ZERO TO DR-OLDEST-DAYS
                    MOVE ZERO TO DR-PAST-DUE
                    MOVE 'RELEASE - NOT HELD' TO DR-ACTION
                END-IF
                PERFORM 420-WRITE-DUNNING-LINE.
           200-PROCESS.
                ADD 1 TO WS-ITEMS-READ
                IF ST-RECO-ID NOT = WS-CURRENT-RECO-ID
                    IF WS-CURRENT-RECO-ID NOT = SPACES
                        PERFORM 250-ARTIST-BREAK
                    END-IF
                    MOVE ST-RECO-ID TO WS-CURRENT-RECO-ID
                    MOVE ST-ARTST-NAME TO WS-CURRENT-NAME
                    MOVE ZERO TO WS-ITEM-COUNT
                    MOVE ZERO TO WS-ART-PAST-DUE
                    MOVE ZERO TO WS-ART-OLDEST-DAYS
                    MOVE ZERO TO WS-ART-BAD-DATE-AMT
                    MOVE ZERO TO WS-ITEM-OVERFLOW
                END-IF
                IF ST-ITEM-STATUS = 'O' OR ST-ITEM-STATUS = 'P'
                    PERFORM 210-AGE-ITEM
                END-IF.
           210-AGE-ITEM.
                COMPUTE WS-ITEM-OPEN-AMT =
                    ST-AMOUNT-BILLED - ST-AMOUNT-PAID
                MOVE 'YES' TO WS-DATE-OK-SWITCH
                IF ST-BILL-DATE NOT NUMERIC
                    MOVE 'NO' TO WS-DATE-OK-SWITCH
                ELSE
                    MOVE ST-BILL-DATE TO WS-DATE-CHECK-R
                    IF ST-BILL-DATE = ZERO
                     OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                     OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
                     OR FUNCTION TEST-DATE-YYYYMMDD
                            (WS-DATE-CHECK-R) NOT = ZERO
                        MOVE 'NO' TO WS-DATE-OK-SWITCH
                    END-IF
                END-IF
                IF NOT WS-DATE-OK
                    PERFORM 215-BAD-BILL-DATE
                ELSE
                    PERFORM 220-COUNT-PAST-DUE
                END-IF.
           215-BAD-BILL-DATE.
                ADD 1 TO WS-BAD-DATE-ITEMS
                IF WS-ITEM-OPEN-AMT > ZERO
                    ADD WS-ITEM-OPEN-AMT TO WS-ART-BAD-DATE-AMT
                END-IF
                MOVE ST-RECO-ID TO DX-RECO-ID
                MOVE ST-INVOICE-NO TO DX-INVOICE-NO
                MOVE ST-BILL-DATE TO DX-BILL-DATE
                MOVE WS-ITEM-OPEN-AMT TO DX-OPEN-AMT
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE DX-EXCEPTION-LINE TO DUNNING-LIST
                WRITE DUNNING-LIST AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT.
           220-COUNT-PAST-DUE.
                COMPUTE WS-DAYS-OUTSTANDING =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(ST-BILL-DATE)
                IF WS-ITEM-OPEN-AMT > ZERO
                 AND WS-DAYS-OUTSTANDING >= WS-FIRST-NOTICE-DAYS
                    ADD 1 TO WS-ITEMS-PAST-DUE
                    ADD WS-ITEM-OPEN-AMT TO WS-ART-PAST-DUE
                    ADD WS-ITEM-OPEN-AMT TO WS-TOT-PAST-DUE
                    IF WS-DAYS-OUTSTANDING > WS-ART-OLDEST-DAYS
                        MOVE WS-DAYS-OUTSTANDING
                            TO WS-ART-OLDEST-DAYS
                    END-IF
                    IF WS-ITEM-COUNT < 100
                        ADD 1 TO WS-ITEM-COUNT
                        MOVE ST-INVOICE-NO
                            TO WS-ITM-INVOICE-NO (WS-ITEM-COUNT)
                        MOVE ST-BILL-DATE
                            TO WS-ITM-BILL-DATE (WS-ITEM-COUNT)
                        MOVE WS-DAYS-OUTSTANDING
                            TO WS-ITM-DAYS (WS-ITEM-COUNT)
                        MOVE WS-ITEM-OPEN-AMT
                            TO WS-ITM-OPEN-AMT (WS-ITEM-COUNT)
                    ELSE
                        ADD 1 TO WS-ITEM-OVERFLOW
                    END-IF
                END-IF.
           240-READ-DUNNING-RECORD.
                MOVE 'NO' TO WS-DUNNING-SWITCH
                READ DUNNING-HISTORY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'YES' TO WS-DUNNING-SWITCH
                END-READ.
           250-ARTIST-BREAK.
                ADD 1 TO WS-ARTISTS-REVIEWED
                PERFORM 255-SET-DUNNING-LEVEL
                MOVE WS-CURRENT-RECO-ID TO DN-RECO-ID
                PERFORM 240-READ-DUNNING-RECORD
                MOVE WS-CURRENT-RECO-ID TO DR-RECO-ID
                MOVE WS-CURRENT-NAME TO DR-ARTST-NAME
                MOVE WS-ART-OLDEST-DAYS TO DR-OLDEST-DAYS
                MOVE WS-ART-PAST-DUE TO DR-PAST-DUE
                IF WS-DUNNING-ON-FILE
                    PERFORM 260-APPLY-DUNNING-LEVEL
                    REWRITE DN-DUNNING-RECORD
                ELSE
                    IF WS-NEW-LEVEL NOT = '0'
                        PERFORM 256-INIT-DUNNING-RECORD
                        PERFORM 260-APPLY-DUNNING-LEVEL
                        WRITE DN-DUNNING-RECORD
                            INVALID KEY
                               MOVE 'DUNNING WRITE ERROR'
                                   TO DR-ACTION
                               PERFORM 420-WRITE-DUNNING-LINE
                        END-WRITE
                    END-IF
                END-IF.
           255-SET-DUNNING-LEVEL.
                IF WS-ART-OLDEST-DAYS >= WS-FINAL-NOTICE-DAYS
                    MOVE '3' TO WS-NEW-LEVEL
                ELSE
                    IF WS-ART-OLDEST-DAYS >= WS-SECOND-NOTICE-DAYS
                        MOVE '2' TO WS-NEW-LEVEL
                    ELSE
                        IF WS-ART-OLDEST-DAYS >= WS-FIRST-NOTICE-DAYS
                            MOVE '1' TO WS-NEW-LEVEL
                        ELSE
                            MOVE '0' TO WS-NEW-LEVEL
                        END-IF
                    END-IF
                END-IF.
           256-INIT-DUNNING-RECORD.
                MOVE WS-CURRENT-RECO-ID TO DN-RECO-ID
                MOVE '0' TO DN-LAST-LEVEL
                MOVE ZERO TO DN-LAST-NOTICE-DATE
                MOVE ZERO TO DN-PAST-DUE-AMT
                MOVE ZERO TO DN-OLDEST-DAYS
                MOVE 'N' TO DN-HOLD-FLAG
                MOVE ZERO TO DN-HOLD-DATE
                MOVE ZERO TO DN-REVIEW-DATE.
           260-APPLY-DUNNING-LEVEL.
                MOVE WS-ART-PAST-DUE TO DN-PAST-DUE-AMT
                MOVE WS-ART-OLDEST-DAYS TO DN-OLDEST-DAYS
                MOVE WS-RUN-DATE TO DN-REVIEW-DATE
                MOVE 'NO' TO WS-LETTER-SWITCH
                IF WS-NEW-LEVEL > DN-LAST-LEVEL
                    MOVE WS-NEW-LEVEL TO DN-LAST-LEVEL
                    MOVE WS-RUN-DATE TO DN-LAST-NOTICE-DATE
                    MOVE 'YES' TO WS-LETTER-SWITCH
                ELSE
                    IF WS-NEW-LEVEL < DN-LAST-LEVEL
                        MOVE WS-NEW-LEVEL TO DN-LAST-LEVEL
                    END-IF
                END-IF
                PERFORM 265-SET-CREDIT-HOLD
                IF WS-LETTER-DUE
                    PERFORM 280-PRINT-LETTER
                ELSE
                    IF WS-NEW-LEVEL NOT = '0'
                        MOVE 'NOTICE ALREADY SENT' TO DR-ACTION
                        PERFORM 420-WRITE-DUNNING-LINE
                    END-IF
                END-IF
                IF WS-HOLD-ACTION NOT = SPACES
                    MOVE WS-HOLD-ACTION TO DR-ACTION
                    PERFORM 420-WRITE-DUNNING-LINE
                END-IF.
           265-SET-CREDIT-HOLD.
                MOVE SPACES TO WS-HOLD-ACTION
                MOVE DN-HOLD-FLAG TO WS-OLD-HOLD-FLAG
                MOVE 'ABCDUNN' TO WS-CHANGE-SOURCE
                IF DN-LEVEL-FINAL
                    IF DN-NOT-ON-HOLD
                        MOVE 'Y' TO DN-HOLD-FLAG
                        MOVE WS-RUN-DATE TO DN-HOLD-DATE
                        MOVE 'N' TO CH-BEFORE-VALUE
                        MOVE 'Y' TO CH-AFTER-VALUE
                        PERFORM 270-WRITE-HOLD-CHANGE
                        ADD 1 TO WS-HOLDS-PLACED
                        MOVE 'CREDIT HOLD PLACED' TO WS-HOLD-ACTION
                    END-IF
                ELSE
                    IF NOT DN-NOT-ON-HOLD
                     AND WS-ART-PAST-DUE = ZERO
                     AND WS-ART-BAD-DATE-AMT = ZERO
                        MOVE 'N' TO DN-HOLD-FLAG
                        MOVE WS-OLD-HOLD-FLAG TO CH-BEFORE-VALUE
                        MOVE 'N' TO CH-AFTER-VALUE
                        PERFORM 270-WRITE-HOLD-CHANGE
                        MOVE 'CREDIT HOLD CLEARED' TO WS-HOLD-ACTION
                    END-IF
                END-IF.
           270-WRITE-HOLD-CHANGE.
                MOVE DN-RECO-ID TO CH-RECO-ID
                MOVE 'CREDIT-HOLD' TO CH-FIELD-NAME
                MOVE WS-RUN-DATE TO CH-RUN-DATE
                MOVE WS-RUN-TIME TO CH-RUN-TIME
                MOVE WS-CHANGE-SOURCE TO CH-TRANS-SOURCE
                MOVE CH-CHANGE-RECORD TO CHANGE-HISTORY-RECORD
                WRITE CHANGE-HISTORY-RECORD.
           280-PRINT-LETTER.
                MOVE LT-TITLE-LINE TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING PAGE
                EVALUATE DN-LAST-LEVEL
                    WHEN '1'
                        ADD 1 TO WS-FIRST-LETTERS
                        MOVE 'FIRST REMINDER' TO LT-NOTICE-NAME
                        MOVE 'FIRST REMINDER' TO DR-ACTION
                    WHEN '2'
                        ADD 1 TO WS-SECOND-LETTERS
                        MOVE 'SECOND REMINDER' TO LT-NOTICE-NAME
                        MOVE 'SECOND REMINDER' TO DR-ACTION
                    WHEN OTHER
                        ADD 1 TO WS-FINAL-LETTERS
                        MOVE 'FINAL NOTICE' TO LT-NOTICE-NAME
                        MOVE 'FINAL NOTICE' TO DR-ACTION
                END-EVALUATE
                MOVE WS-RUN-DATE TO LT-RUN-DATE
                MOVE LT-DATE-LINE TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING 2 LINES
                MOVE WS-CURRENT-NAME TO LT-ARTST-NAME
                MOVE WS-CURRENT-RECO-ID TO LT-RECO-ID
                MOVE LT-TO-LINE TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING 2 LINES
                EVALUATE DN-LAST-LEVEL
                    WHEN '1'
                        MOVE
                  'OUR RECORDS SHOW THE INVOICES BELOW ARE NOW'
                            TO LT-TEXT
                        PERFORM 285-WRITE-TEXT-LINE
                        MOVE
                  'MORE THAN 30 DAYS PAST DUE.  IF YOU HAVE SENT'
                            TO LT-TEXT
                        PERFORM 285-WRITE-TEXT-LINE
                        MOVE
                  'PAYMENT PLEASE DISREGARD THIS REMINDER.'
                            TO LT-TEXT
                        PERFORM 285-WRITE-TEXT-LINE
                    WHEN '2'
                        MOVE
                  'THE INVOICES BELOW ARE NOW MORE THAN 60 DAYS'
                            TO LT-TEXT
                        PERFORM 285-WRITE-TEXT-LINE
                        MOVE
                  'PAST DUE.  PLEASE REMIT THE PAST DUE BALANCE'
                            TO LT-TEXT
                        PERFORM 285-WRITE-TEXT-LINE
                        MOVE
                  'WITHOUT FURTHER DELAY.'
                            TO LT-TEXT
                        PERFORM 285-WRITE-TEXT-LINE
                    WHEN OTHER
                        MOVE
                  'THE INVOICES BELOW ARE MORE THAN 90 DAYS PAST'
                            TO LT-TEXT
                        PERFORM 285-WRITE-TEXT-LINE
                        IF DN-ON-HOLD
                            MOVE
                  'DUE.  YOUR ACCOUNT HAS BEEN PLACED ON CREDIT'
                                TO LT-TEXT
                            PERFORM 285-WRITE-TEXT-LINE
                            MOVE
                  'HOLD AND NO NEW PROJECTS CAN BE BOOKED UNTIL'
                                TO LT-TEXT
                            PERFORM 285-WRITE-TEXT-LINE
                            MOVE
                  'THE PAST DUE BALANCE IS PAID IN FULL.'
                                TO LT-TEXT
                            PERFORM 285-WRITE-TEXT-LINE
                        ELSE
                            MOVE
                  'DUE.  PLEASE REMIT THE PAST DUE BALANCE IN'
                                TO LT-TEXT
                            PERFORM 285-WRITE-TEXT-LINE
                            MOVE
                  'FULL IMMEDIATELY.'
                                TO LT-TEXT
                            PERFORM 285-WRITE-TEXT-LINE
                        END-IF
                END-EVALUATE
                MOVE LT-COLUMN-HEADING TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING 2 LINES
                PERFORM 290-PRINT-LETTER-ITEM
                    VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                IF WS-ITEM-OVERFLOW > ZERO
                    MOVE WS-ITEM-OVERFLOW TO LT-OVERFLOW-COUNT
                    MOVE LT-OVERFLOW-LINE TO LETTER-LINE
                    WRITE LETTER-LINE AFTER ADVANCING 1 LINES
                END-IF
                MOVE WS-ART-PAST-DUE TO LT-PAST-DUE
                MOVE LT-TOTAL-LINE TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING 2 LINES
                MOVE LT-REMIT-LINE1 TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING 3 LINES
                MOVE LT-REMIT-LINE2 TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING 1 LINES
                MOVE LT-REMIT-LINE3 TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING 1 LINES
                PERFORM 420-WRITE-DUNNING-LINE
                IF WS-ITEM-OVERFLOW > ZERO
                    ADD 1 TO WS-LETTER-OVERFLOWS
                    MOVE 'ITEMS NOT ON LETTER' TO DR-ACTION
                    PERFORM 420-WRITE-DUNNING-LINE
                END-IF.
           285-WRITE-TEXT-LINE.
                MOVE LT-TEXT-LINE TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING 1 LINES.
           290-PRINT-LETTER-ITEM.
                MOVE WS-ITM-INVOICE-NO (WS-ITEM-IDX) TO LT-INVOICE-NO
                MOVE WS-ITM-BILL-DATE (WS-ITEM-IDX) TO LT-BILL-DATE
                MOVE WS-ITM-DAYS (WS-ITEM-IDX) TO LT-DAYS
                MOVE WS-ITM-OPEN-AMT (WS-ITEM-IDX) TO LT-OPEN-AMT
                MOVE LT-ITEM-LINE TO LETTER-LINE
                WRITE LETTER-LINE AFTER ADVANCING 1 LINES.
           500-SWEEP-CLEARED-ACCOUNTS.
                MOVE 'NO' TO WS-DUN-EOF-SWITCH
                MOVE LOW-VALUES TO DN-RECO-ID
                START DUNNING-HISTORY
                    KEY IS >= DN-RECO-ID
                    INVALID KEY
                       MOVE 'YES' TO WS-DUN-EOF-SWITCH
                END-START
                PERFORM 510-CHECK-NEXT-ACCOUNT
                    UNTIL WS-DUN-EOF-SWITCH = 'YES'.
           510-CHECK-NEXT-ACCOUNT.
                READ DUNNING-HISTORY NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-DUN-EOF-SWITCH
                    NOT AT END
                       IF DN-REVIEW-DATE NOT = WS-RUN-DATE
                        AND (NOT DN-LEVEL-NONE
                         OR NOT DN-NOT-ON-HOLD)
                           PERFORM 520-CLEAR-ACCOUNT
                       END-IF
                END-READ.
           520-CLEAR-ACCOUNT.
                ADD 1 TO WS-ACCOUNTS-CLEARED
                MOVE DN-HOLD-FLAG TO WS-OLD-HOLD-FLAG
                MOVE '0' TO DN-LAST-LEVEL
                MOVE ZERO TO DN-PAST-DUE-AMT
                MOVE ZERO TO DN-OLDEST-DAYS
                MOVE WS-RUN-DATE TO DN-REVIEW-DATE
                MOVE DN-RECO-ID TO DR-RECO-ID
                MOVE SPACES TO DR-ARTST-NAME
                MOVE ZERO TO DR-OLDEST-DAYS
                MOVE ZERO TO DR-PAST-DUE
                IF NOT DN-NOT-ON-HOLD
                    MOVE 'N' TO DN-HOLD-FLAG
                    MOVE WS-OLD-HOLD-FLAG TO CH-BEFORE-VALUE
                    MOVE 'N' TO CH-AFTER-VALUE
                    MOVE 'ABCDUNN' TO WS-CHANGE-SOURCE
                    PERFORM 270-WRITE-HOLD-CHANGE
                    MOVE 'CREDIT HOLD CLEARED' TO DR-ACTION
                ELSE
                    MOVE 'BALANCE CLEARED' TO DR-ACTION
                END-IF
                REWRITE DN-DUNNING-RECORD
                PERFORM 420-WRITE-DUNNING-LINE.
           420-WRITE-DUNNING-LINE.
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE DR-DUNNING-LINE TO DUNNING-LIST
                WRITE DUNNING-LIST AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT.
           300-TRAILER.
                MOVE 'OPEN ITEMS READ :' TO TL-LABEL
                MOVE WS-ITEMS-READ TO TL-VALUE
                PERFORM 310-WRITE-TRAILER-2
                MOVE 'ITEMS PAST DUE :' TO TL-LABEL
                MOVE WS-ITEMS-PAST-DUE TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'TOTAL PAST DUE AMOUNT :' TO TL-LABEL
                MOVE WS-TOT-PAST-DUE TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'ARTISTS REVIEWED :' TO TL-LABEL
                MOVE WS-ARTISTS-REVIEWED TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'FIRST REMINDERS SENT :' TO TL-LABEL
                MOVE WS-FIRST-LETTERS TO TL-VALUE
                PERFORM 310-WRITE-TRAILER-2
                MOVE 'SECOND REMINDERS SENT :' TO TL-LABEL
                MOVE WS-SECOND-LETTERS TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'FINAL NOTICES SENT :' TO TL-LABEL
                MOVE WS-FINAL-LETTERS TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'CREDIT HOLDS PLACED :' TO TL-LABEL
                MOVE WS-HOLDS-PLACED TO TL-VALUE
                PERFORM 310-WRITE-TRAILER-2
                MOVE 'HOLDS RELEASED BY CARD :' TO TL-LABEL
                MOVE WS-HOLDS-RELEASED TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'RELEASE CARDS REJECTED :' TO TL-LABEL
                MOVE WS-RELEASES-REJECTED TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'ACCOUNTS CLEARED :' TO TL-LABEL
                MOVE WS-ACCOUNTS-CLEARED TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'ITEMS WITH BAD BILL DATE :' TO TL-LABEL
                MOVE WS-BAD-DATE-ITEMS TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1
                MOVE 'LETTERS WITH ITEMS OMITTED :' TO TL-LABEL
                MOVE WS-LETTER-OVERFLOWS TO TL-VALUE
                PERFORM 320-WRITE-TRAILER-1.
           310-WRITE-TRAILER-2.
                MOVE TL-TRAILER-LINE TO DUNNING-LIST
                WRITE DUNNING-LIST AFTER ADVANCING 2 LINES.
           320-WRITE-TRAILER-1.
                MOVE TL-TRAILER-LINE TO DUNNING-LIST
                WRITE DUNNING-LIST AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PAGE-COUNT TO HL-PAGE-NO
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO DUNNING-LIST
                WRITE DUNNING-LIST AFTER ADVANCING PAGE
                MOVE HL-COLUMN-HEADING TO DUNNING-LIST
                WRITE DUNNING-LIST AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-LINE-COUNT.
