      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Deposit-balance listing.  Reads the indexed deposit
      *          file built by ABCARUP in key order and prints every
      *          deposit that still carries a balance, showing the
      *          amount held, applied to invoices and refunded, with
      *          a subtotal for each artist and a grand total that
      *          ties to the customer-deposits liability account.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCDEPL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE
               ASSIGN TO FILEDEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-DEPOSIT-KEY
               FILE STATUS IS WS-DEP-FILE-STATUS.
           SELECT DEPOSIT-LISTING
               ASSIGN TO FILEDLST.
       DATA DIVISION.
       FILE SECTION.
       FD DEPOSIT-FILE
           RECORDING MODE IS F.
           COPY DEPREC.
       FD DEPOSIT-LISTING
           RECORDING MODE IS F.
       01 DEPOSIT-LIST          PIC X(90).
          WORKING-STORAGE SECTION.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-DEP-FILE-STATUS   PIC X(2).
          01 WS-BREAK-CONTROL.
              05  WS-PREV-RECO-ID      PIC X(6) VALUE SPACES.
              05  WS-ARTIST-BALANCE    PIC 9(11) VALUE ZERO.
              05  WS-DEP-BALANCE       PIC S9(9) VALUE ZERO.
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-TOTALS.
              05  WS-DEPOSITS-READ     PIC 9(7) VALUE ZERO.
              05  WS-DEPOSITS-LISTED   PIC 9(7) VALUE ZERO.
              05  WS-ARTISTS-LISTED    PIC 9(7) VALUE ZERO.
              05  WS-TOTAL-HELD        PIC 9(11) VALUE ZERO.
              05  WS-TOTAL-APPLIED     PIC 9(11) VALUE ZERO.
              05  WS-TOTAL-REFUNDED    PIC 9(11) VALUE ZERO.
              05  WS-TOTAL-BALANCE     PIC 9(11) VALUE ZERO.
          01 WS-PAGE-CONTROL.
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-MAX-LINES         PIC 9(3) VALUE 55.
          01 DL-DEPOSIT-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  DL-RECO-ID       PIC X(6).
              05                   PIC X(3) VALUE SPACES.
              05  DL-RECEIPT-DATE  PIC 9(8).
              05                   PIC X(1) VALUE '-'.
              05  DL-DEPOSIT-SEQ   PIC 9(3).
              05                   PIC X(3) VALUE SPACES.
              05  DL-AMOUNT-HELD   PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  DL-AMOUNT-APPLIED PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  DL-AMOUNT-REFUNDED PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  DL-BALANCE       PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  DL-LAST-ACT-DATE PIC 9(8).
          01 SL-SUBTOTAL-LINE.
              05                   PIC X(12) VALUE SPACES.
              05                   PIC X(24) VALUE
                  'ARTIST DEPOSIT BALANCE :'.
              05  SL-RECO-ID       PIC X(6).
              05                   PIC X(32) VALUE SPACES.
              05  SL-BALANCE       PIC ZZZ,ZZZ,ZZ9.
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(28) VALUE
                  'ABC UNIVERSAL DEPOSIT LIST'.
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
              05                   PIC X(12) VALUE 'RECEIVED-SEQ'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(11) VALUE '       HELD'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(11) VALUE '    APPLIED'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(11) VALUE '   REFUNDED'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(11) VALUE '    BALANCE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(8) VALUE 'LAST ACT'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               OPEN INPUT DEPOSIT-FILE
               IF WS-DEP-FILE-STATUS NOT = '00'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT DEPOSIT-LISTING
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 400-HEADING
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                   READ DEPOSIT-FILE
                        AT END
                           MOVE 'YES' TO WS-EOF-SWITCH
                        NOT AT END
                           PERFORM 200-PROCESS
                   END-READ
               END-PERFORM
               PERFORM 250-ARTIST-BREAK
               PERFORM 300-TRAILER
               CLOSE DEPOSIT-FILE
                     DEPOSIT-LISTING
               STOP RUN.
           200-PROCESS.
                ADD 1 TO WS-DEPOSITS-READ
                COMPUTE WS-DEP-BALANCE = DP-AMOUNT-HELD
                    - DP-AMOUNT-APPLIED - DP-AMOUNT-REFUNDED
                IF DP-DEPOSIT-OPEN
                 AND WS-DEP-BALANCE > ZERO
                    IF DP-RECO-ID NOT = WS-PREV-RECO-ID
                        PERFORM 250-ARTIST-BREAK
                        MOVE DP-RECO-ID TO WS-PREV-RECO-ID
                    END-IF
                    ADD 1 TO WS-DEPOSITS-LISTED
                    ADD DP-AMOUNT-HELD TO WS-TOTAL-HELD
                    ADD DP-AMOUNT-APPLIED TO WS-TOTAL-APPLIED
                    ADD DP-AMOUNT-REFUNDED TO WS-TOTAL-REFUNDED
                    ADD WS-DEP-BALANCE TO WS-TOTAL-BALANCE
                    ADD WS-DEP-BALANCE TO WS-ARTIST-BALANCE
                    PERFORM 420-WRITE-DEPOSIT-LINE
                END-IF.
           250-ARTIST-BREAK.
                IF WS-PREV-RECO-ID NOT = SPACES
                    ADD 1 TO WS-ARTISTS-LISTED
                    MOVE WS-PREV-RECO-ID TO SL-RECO-ID
                    MOVE WS-ARTIST-BALANCE TO SL-BALANCE
                    MOVE SL-SUBTOTAL-LINE TO DEPOSIT-LIST
                    WRITE DEPOSIT-LIST AFTER ADVANCING 1 LINES
                    MOVE SPACES TO DEPOSIT-LIST
                    WRITE DEPOSIT-LIST AFTER ADVANCING 1 LINES
                    ADD 2 TO WS-LINE-COUNT
                END-IF
                MOVE ZERO TO WS-ARTIST-BALANCE.
           420-WRITE-DEPOSIT-LINE.
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE DP-RECO-ID TO DL-RECO-ID
                MOVE DP-RECEIPT-DATE TO DL-RECEIPT-DATE
                MOVE DP-DEPOSIT-SEQ TO DL-DEPOSIT-SEQ
                MOVE DP-AMOUNT-HELD TO DL-AMOUNT-HELD
                MOVE DP-AMOUNT-APPLIED TO DL-AMOUNT-APPLIED
                MOVE DP-AMOUNT-REFUNDED TO DL-AMOUNT-REFUNDED
                MOVE WS-DEP-BALANCE TO DL-BALANCE
                MOVE DP-LAST-ACT-DATE TO DL-LAST-ACT-DATE
                MOVE DL-DEPOSIT-LINE TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT.
           300-TRAILER.
                MOVE 'DEPOSIT RECORDS READ :' TO TL-LABEL
                MOVE WS-DEPOSITS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING 2 LINES
                MOVE 'DEPOSITS WITH BALANCE :' TO TL-LABEL
                MOVE WS-DEPOSITS-LISTED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING 1 LINES
                MOVE 'ARTISTS WITH DEPOSITS :' TO TL-LABEL
                MOVE WS-ARTISTS-LISTED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING 1 LINES
                MOVE 'TOTAL AMOUNT HELD :' TO TL-LABEL
                MOVE WS-TOTAL-HELD TO TL-VALUE
                MOVE TL-TRAILER-LINE TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING 1 LINES
                MOVE 'TOTAL APPLIED :' TO TL-LABEL
                MOVE WS-TOTAL-APPLIED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING 1 LINES
                MOVE 'TOTAL REFUNDED :' TO TL-LABEL
                MOVE WS-TOTAL-REFUNDED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING 1 LINES
                MOVE 'TOTAL DEPOSIT BALANCE :' TO TL-LABEL
                MOVE WS-TOTAL-BALANCE TO TL-VALUE
                MOVE TL-TRAILER-LINE TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PAGE-COUNT TO HL-PAGE-NO
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING PAGE
                MOVE HL-COLUMN-HEADING TO DEPOSIT-LIST
                WRITE DEPOSIT-LIST AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-LINE-COUNT.
