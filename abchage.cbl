      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Weekly stalled-project report.  Lists every project
      *          sitting in hold (H) or pending (P) status with the
      *          date it entered that status, the reason recorded by
      *          ABCPRJM and the number of days it has been there,
      *          aged into 0-30, 31-60, 61-90 and over-90 day
      *          buckets.  The artist's genre is taken from the
      *          ARTIST-FILE and the projects are totalled by genre
      *          and bucket at the end so studio managers can see
      *          where work is stalling.  A project with no usable
      *          status date is aged as over 90 days.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCHAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-FILE
               ASSIGN TO FILEPRJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PJ-PROJECT-KEY
               FILE STATUS IS WS-PRJ-FILE-STATUS.
           SELECT ARTIST-FILE
               ASSIGN TO FILEIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-RECO-ID
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT HOLD-AGING-REPORT
               ASSIGN TO FILEHAGE.
       DATA DIVISION.
       FILE SECTION.
       FD PROJECT-FILE
           RECORDING MODE IS F.
           COPY PRJREC.
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
       FD HOLD-AGING-REPORT
           RECORDING MODE IS F.
       01 HOLD-AGING-LIST       PIC X(100).
          WORKING-STORAGE SECTION.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-PRJ-FILE-STATUS   PIC X(2).
              05  WS-MST-FILE-STATUS   PIC X(2).
              05  WS-GENRE-FOUND-SWITCH PIC X(3) VALUE 'NO'.
                  88  WS-GENRE-FOUND           VALUE 'YES'.
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-DAYS-IN-STATUS         PIC S9(9) COMP.
          01 WS-BUCKET-NO              PIC 9(4) COMP VALUE ZERO.
          01 WS-PROJECT-GENRE          PIC X(2).
          01 WS-DATE-CHECK.
              05  WS-CHK-YYYY          PIC 9(4).
              05  WS-CHK-MM            PIC 9(2).
              05  WS-CHK-DD            PIC 9(2).
          01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK
                                       PIC 9(8).
          01 WS-DATE-OK-SWITCH         PIC X(3).
              88  WS-DATE-OK                   VALUE 'YES'.
          01 WS-RECO-DISPLAY.
              05  WS-RCD-RECO-ID       PIC X(6).
              05                       PIC X(1) VALUE '-'.
              05  WS-RCD-PROJ-SEQ      PIC 9(2).
          01 WS-GENRE-TABLE-AREA.
              05  WS-GENRE-COUNT       PIC 9(4) COMP VALUE ZERO.
              05  WS-GENRE-IDX         PIC 9(4) COMP VALUE ZERO.
              05  WS-GENRE-SUB         PIC 9(4) COMP VALUE ZERO.
              05  WS-GENRE-ENTRY OCCURS 100 TIMES.
                  10  WS-GEN-CODE      PIC X(2).
                  10  WS-GEN-HOLD      PIC 9(7).
                  10  WS-GEN-PENDING   PIC 9(7).
                  10  WS-GEN-BUCKET    PIC 9(7) OCCURS 4 TIMES.
          01 WS-TOTALS.
              05  WS-PROJECTS-READ     PIC 9(7) VALUE ZERO.
              05  WS-PROJECTS-HOLD     PIC 9(7) VALUE ZERO.
              05  WS-PROJECTS-PENDING  PIC 9(7) VALUE ZERO.
              05  WS-NO-STATUS-DATE    PIC 9(7) VALUE ZERO.
              05  WS-TOTAL-BUCKET      PIC 9(7) VALUE ZERO
                                       OCCURS 4 TIMES.
          01 WS-PAGE-CONTROL.
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-MAX-LINES         PIC 9(3) VALUE 55.
          01 WS-BUCKET-NAMES.
              05                       PIC X(7) VALUE '0-30'.
              05                       PIC X(7) VALUE '31-60'.
              05                       PIC X(7) VALUE '61-90'.
              05                       PIC X(7) VALUE 'OVER-90'.
          01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
              05  WS-BUCKET-NAME       PIC X(7) OCCURS 4 TIMES.
          01 AL-AGING-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  AL-RECO-ID       PIC X(9).
              05                   PIC X(2) VALUE SPACES.
              05  AL-ARTST-NAME    PIC X(14).
              05                   PIC X(2) VALUE SPACES.
              05  AL-GENRE         PIC X(2).
              05                   PIC X(3) VALUE SPACES.
              05  AL-RECO-STATUS   PIC X(1).
              05                   PIC X(2) VALUE SPACES.
              05  AL-STATUS-DATE   PIC 9(8).
              05                   PIC X(2) VALUE SPACES.
              05  AL-DAYS          PIC ZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  AL-BUCKET        PIC X(7).
              05                   PIC X(2) VALUE SPACES.
              05  AL-REASON        PIC X(20).
          01 GL-GENRE-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  GL-GENRE         PIC X(5).
              05                   PIC X(2) VALUE SPACES.
              05  GL-HOLD          PIC Z(6)9.
              05                   PIC X(2) VALUE SPACES.
              05  GL-PENDING       PIC Z(6)9.
              05                   PIC X(2) VALUE SPACES.
              05  GL-BUCKET-1      PIC Z(6)9.
              05                   PIC X(2) VALUE SPACES.
              05  GL-BUCKET-2      PIC Z(6)9.
              05                   PIC X(2) VALUE SPACES.
              05  GL-BUCKET-3      PIC Z(6)9.
              05                   PIC X(2) VALUE SPACES.
              05  GL-BUCKET-4      PIC Z(6)9.
              05                   PIC X(2) VALUE SPACES.
              05  GL-TOTAL         PIC Z(6)9.
          01 GH-GENRE-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(5) VALUE 'GENRE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE '   HOLD'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE 'PENDING'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE '   0-30'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE '  31-60'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE '  61-90'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE 'OVER-90'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE '  TOTAL'.
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(36) VALUE
                  'ABC UNIVERSAL HOLD AGING REPORT'.
              05                   PIC X(5) VALUE SPACES.
              05  HL-DATE-LABEL    PIC X(9) VALUE 'RUN DATE:'.
              05  HL-RUN-DATE      PIC 9(8).
              05                   PIC X(5) VALUE SPACES.
              05  HL-PAGE-LABEL    PIC X(5) VALUE 'PAGE:'.
              05  HL-PAGE-NO       PIC ZZ9.
          01 HL-COLUMN-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(9) VALUE 'RECO ID'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(14) VALUE 'ARTIST NAME'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(2) VALUE 'GN'.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(1) VALUE 'S'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(8) VALUE 'SINCE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(6) VALUE '  DAYS'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE 'BUCKET'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(20) VALUE 'REASON'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               OPEN INPUT PROJECT-FILE
               IF WS-PRJ-FILE-STATUS NOT = '00'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT ARTIST-FILE
               OPEN OUTPUT HOLD-AGING-REPORT
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 400-HEADING
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                   READ PROJECT-FILE
                        AT END
                           MOVE 'YES' TO WS-EOF-SWITCH
                        NOT AT END
                           PERFORM 200-PROCESS
                   END-READ
               END-PERFORM
               PERFORM 300-TRAILER
               PERFORM 350-GENRE-TOTALS
               CLOSE PROJECT-FILE
                     ARTIST-FILE
                     HOLD-AGING-REPORT
               STOP RUN.
           200-PROCESS.
                ADD 1 TO WS-PROJECTS-READ
                IF PJ-RECO-STATUS = 'H' OR PJ-RECO-STATUS = 'P'
                    PERFORM 210-PRINT-PROJECT
                END-IF.
           210-PRINT-PROJECT.
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE PJ-RECO-ID TO WS-RCD-RECO-ID
                MOVE PJ-PROJ-SEQ TO WS-RCD-PROJ-SEQ
                MOVE WS-RECO-DISPLAY TO AL-RECO-ID
                MOVE SPACES TO AL-ARTST-NAME
                MOVE SPACES TO WS-PROJECT-GENRE
                MOVE PJ-RECO-ID TO MR-RECO-ID
                READ ARTIST-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE MR-ARTST-NAME TO AL-ARTST-NAME
                       MOVE MR-GENRE TO WS-PROJECT-GENRE
                END-READ
                MOVE WS-PROJECT-GENRE TO AL-GENRE
                MOVE PJ-RECO-STATUS TO AL-RECO-STATUS
                MOVE PJ-STATUS-DATE TO AL-STATUS-DATE
                MOVE PJ-STATUS-REASON TO AL-REASON
                PERFORM 220-AGE-PROJECT
                MOVE WS-DAYS-IN-STATUS TO AL-DAYS
                MOVE WS-BUCKET-NAME (WS-BUCKET-NO) TO AL-BUCKET
                MOVE AL-AGING-LINE TO HOLD-AGING-LIST
                WRITE HOLD-AGING-LIST AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT
                ADD 1 TO WS-TOTAL-BUCKET (WS-BUCKET-NO)
                IF PJ-RECO-STATUS = 'H'
                    ADD 1 TO WS-PROJECTS-HOLD
                ELSE
                    ADD 1 TO WS-PROJECTS-PENDING
                END-IF
                PERFORM 230-ADD-GENRE-TOTAL.
           220-AGE-PROJECT.
                MOVE 'YES' TO WS-DATE-OK-SWITCH
                IF PJ-STATUS-DATE NOT NUMERIC
                    MOVE 'NO' TO WS-DATE-OK-SWITCH
                ELSE
                    MOVE PJ-STATUS-DATE TO WS-DATE-CHECK-R
                    IF PJ-STATUS-DATE = ZERO
                     OR PJ-STATUS-DATE > WS-RUN-DATE
                     OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                     OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
                     OR FUNCTION TEST-DATE-YYYYMMDD
                            (WS-DATE-CHECK-R) NOT = ZERO
                        MOVE 'NO' TO WS-DATE-OK-SWITCH
                    END-IF
                END-IF
                IF WS-DATE-OK
                    COMPUTE WS-DAYS-IN-STATUS =
                        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - FUNCTION INTEGER-OF-DATE(PJ-STATUS-DATE)
                ELSE
                    MOVE ZERO TO AL-STATUS-DATE
                    MOVE 99999 TO WS-DAYS-IN-STATUS
                    ADD 1 TO WS-NO-STATUS-DATE
                END-IF
                IF WS-DAYS-IN-STATUS <= 30
                    MOVE 1 TO WS-BUCKET-NO
                ELSE
                    IF WS-DAYS-IN-STATUS <= 60
                        MOVE 2 TO WS-BUCKET-NO
                    ELSE
                        IF WS-DAYS-IN-STATUS <= 90
                            MOVE 3 TO WS-BUCKET-NO
                        ELSE
                            MOVE 4 TO WS-BUCKET-NO
                        END-IF
                    END-IF
                END-IF.
           230-ADD-GENRE-TOTAL.
                MOVE 'NO' TO WS-GENRE-FOUND-SWITCH
                MOVE ZERO TO WS-GENRE-SUB
                PERFORM 235-FIND-GENRE
                    VARYING WS-GENRE-IDX FROM 1 BY 1
                    UNTIL WS-GENRE-IDX > WS-GENRE-COUNT
                       OR WS-GENRE-FOUND
                IF NOT WS-GENRE-FOUND
                 AND WS-GENRE-COUNT < 100
                    ADD 1 TO WS-GENRE-COUNT
                    MOVE WS-GENRE-COUNT TO WS-GENRE-SUB
                    MOVE WS-PROJECT-GENRE TO WS-GEN-CODE (WS-GENRE-SUB)
                    MOVE ZERO TO WS-GEN-HOLD (WS-GENRE-SUB)
                    MOVE ZERO TO WS-GEN-PENDING (WS-GENRE-SUB)
                    MOVE ZERO TO WS-GEN-BUCKET (WS-GENRE-SUB, 1)
                    MOVE ZERO TO WS-GEN-BUCKET (WS-GENRE-SUB, 2)
                    MOVE ZERO TO WS-GEN-BUCKET (WS-GENRE-SUB, 3)
                    MOVE ZERO TO WS-GEN-BUCKET (WS-GENRE-SUB, 4)
                END-IF
                IF WS-GENRE-SUB > ZERO
                    IF PJ-RECO-STATUS = 'H'
                        ADD 1 TO WS-GEN-HOLD (WS-GENRE-SUB)
                    ELSE
                        ADD 1 TO WS-GEN-PENDING (WS-GENRE-SUB)
                    END-IF
                    ADD 1 TO WS-GEN-BUCKET (WS-GENRE-SUB, WS-BUCKET-NO)
                END-IF.
           235-FIND-GENRE.
                IF WS-GEN-CODE (WS-GENRE-IDX) = WS-PROJECT-GENRE
                    MOVE WS-GENRE-IDX TO WS-GENRE-SUB
                    MOVE 'YES' TO WS-GENRE-FOUND-SWITCH
                END-IF.
           300-TRAILER.
                MOVE 'PROJECTS READ :' TO TL-LABEL
                MOVE WS-PROJECTS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO HOLD-AGING-LIST
                WRITE HOLD-AGING-LIST AFTER ADVANCING 3 LINES
                MOVE 'PROJECTS ON HOLD :' TO TL-LABEL
                MOVE WS-PROJECTS-HOLD TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'PROJECTS PENDING :' TO TL-LABEL
                MOVE WS-PROJECTS-PENDING TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'IN STATUS 0-30 DAYS :' TO TL-LABEL
                MOVE WS-TOTAL-BUCKET (1) TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'IN STATUS 31-60 DAYS :' TO TL-LABEL
                MOVE WS-TOTAL-BUCKET (2) TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'IN STATUS 61-90 DAYS :' TO TL-LABEL
                MOVE WS-TOTAL-BUCKET (3) TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'IN STATUS OVER 90 DAYS :' TO TL-LABEL
                MOVE WS-TOTAL-BUCKET (4) TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'NO STATUS DATE :' TO TL-LABEL
                MOVE WS-NO-STATUS-DATE TO TL-VALUE
                PERFORM 310-WRITE-TRAILER.
           310-WRITE-TRAILER.
                MOVE TL-TRAILER-LINE TO HOLD-AGING-LIST
                WRITE HOLD-AGING-LIST AFTER ADVANCING 1 LINES.
           350-GENRE-TOTALS.
                MOVE GH-GENRE-HEADING TO HOLD-AGING-LIST
                WRITE HOLD-AGING-LIST AFTER ADVANCING 3 LINES
                PERFORM 355-PRINT-GENRE-TOTAL
                    VARYING WS-GENRE-IDX FROM 1 BY 1
                    UNTIL WS-GENRE-IDX > WS-GENRE-COUNT
                MOVE 'TOTAL' TO GL-GENRE
                MOVE WS-PROJECTS-HOLD TO GL-HOLD
                MOVE WS-PROJECTS-PENDING TO GL-PENDING
                MOVE WS-TOTAL-BUCKET (1) TO GL-BUCKET-1
                MOVE WS-TOTAL-BUCKET (2) TO GL-BUCKET-2
                MOVE WS-TOTAL-BUCKET (3) TO GL-BUCKET-3
                MOVE WS-TOTAL-BUCKET (4) TO GL-BUCKET-4
                COMPUTE GL-TOTAL =
                    WS-PROJECTS-HOLD + WS-PROJECTS-PENDING
                MOVE GL-GENRE-LINE TO HOLD-AGING-LIST
                WRITE HOLD-AGING-LIST AFTER ADVANCING 2 LINES.
           355-PRINT-GENRE-TOTAL.
                MOVE WS-GEN-CODE (WS-GENRE-IDX) TO GL-GENRE
                MOVE WS-GEN-HOLD (WS-GENRE-IDX) TO GL-HOLD
                MOVE WS-GEN-PENDING (WS-GENRE-IDX) TO GL-PENDING
                MOVE WS-GEN-BUCKET (WS-GENRE-IDX, 1) TO GL-BUCKET-1
                MOVE WS-GEN-BUCKET (WS-GENRE-IDX, 2) TO GL-BUCKET-2
                MOVE WS-GEN-BUCKET (WS-GENRE-IDX, 3) TO GL-BUCKET-3
                MOVE WS-GEN-BUCKET (WS-GENRE-IDX, 4) TO GL-BUCKET-4
                COMPUTE GL-TOTAL = WS-GEN-HOLD (WS-GENRE-IDX)
                    + WS-GEN-PENDING (WS-GENRE-IDX)
                MOVE GL-GENRE-LINE TO HOLD-AGING-LIST
                WRITE HOLD-AGING-LIST AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PAGE-COUNT TO HL-PAGE-NO
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO HOLD-AGING-LIST
                WRITE HOLD-AGING-LIST AFTER ADVANCING PAGE
                MOVE HL-COLUMN-HEADING TO HOLD-AGING-LIST
                WRITE HOLD-AGING-LIST AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-LINE-COUNT.
