      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Estimate-vs-actual variance report.  Lists every
      *          project still in progress (status A, H or P) with the
      *          estimated hours, quoted rate and quote date captured
      *          by ABCPRJM against the hours actually used.  Actual
      *          cost is priced at the quoted rate so the variance is
      *          in hours, not rate movement.  A project that has used
      *          80% of its quoted hours is flagged, and one that has
      *          gone past the quote is flagged as over; a project
      *          added without an estimate is shown as not quoted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCVARR.
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
           SELECT VARIANCE-REPORT
               ASSIGN TO FILEVARR.
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
       FD VARIANCE-REPORT
           RECORDING MODE IS F.
       01 VARIANCE-LIST         PIC X(120).
          WORKING-STORAGE SECTION.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-PRJ-FILE-STATUS   PIC X(2).
              05  WS-MST-FILE-STATUS   PIC X(2).
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-VARIANCE-WORK.
              05  WS-QUOTE-AMOUNT      PIC 9(9) VALUE ZERO.
              05  WS-ACTUAL-COST       PIC 9(9) VALUE ZERO.
              05  WS-PCT-USED          PIC 9(5) VALUE ZERO.
          01 WS-RECO-DISPLAY.
              05  WS-RCD-RECO-ID       PIC X(6).
              05                       PIC X(1) VALUE '-'.
              05  WS-RCD-PROJ-SEQ      PIC 9(2).
          01 WS-TOTALS.
              05  WS-PROJECTS-READ     PIC 9(7) VALUE ZERO.
              05  WS-PROJECTS-LISTED   PIC 9(7) VALUE ZERO.
              05  WS-PROJECTS-AT-80    PIC 9(7) VALUE ZERO.
              05  WS-PROJECTS-OVER     PIC 9(7) VALUE ZERO.
              05  WS-PROJECTS-NO-QUOTE PIC 9(7) VALUE ZERO.
              05  WS-TOTAL-QUOTED      PIC 9(11) VALUE ZERO.
              05  WS-TOTAL-ACTUAL      PIC 9(11) VALUE ZERO.
          01 WS-PAGE-CONTROL.
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-MAX-LINES         PIC 9(3) VALUE 55.
          01 VL-VARIANCE-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  VL-RECO-ID       PIC X(9).
              05                   PIC X(2) VALUE SPACES.
              05  VL-ARTST-NAME    PIC X(14).
              05                   PIC X(2) VALUE SPACES.
              05  VL-RECO-STATUS   PIC X(1).
              05                   PIC X(2) VALUE SPACES.
              05  VL-QUOTE-DATE    PIC 9(8).
              05                   PIC X(2) VALUE SPACES.
              05  VL-EST-HRS       PIC ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  VL-STU-HRS       PIC ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  VL-PCT-USED      PIC ZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  VL-QUOTE-RATE    PIC ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  VL-QUOTE-AMOUNT  PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  VL-ACTUAL-COST   PIC ZZZ,ZZZ,ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  VL-FLAG          PIC X(10).
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(36) VALUE
                  'ABC UNIVERSAL QUOTE VARIANCE REPORT'.
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
              05                   PIC X(1) VALUE 'S'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(8) VALUE 'QUOTED'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE 'EST HRS'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(7) VALUE 'ACT HRS'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(6) VALUE '  PCT'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(3) VALUE 'RTE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(11) VALUE '      QUOTE'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(11) VALUE '     ACTUAL'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(10) VALUE 'FLAG'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               OPEN INPUT PROJECT-FILE
               IF WS-PRJ-FILE-STATUS NOT = '00'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT ARTIST-FILE
               OPEN OUTPUT VARIANCE-REPORT
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
               CLOSE PROJECT-FILE
                     ARTIST-FILE
                     VARIANCE-REPORT
               STOP RUN.
           200-PROCESS.
                ADD 1 TO WS-PROJECTS-READ
                IF PJ-RECO-STATUS = 'A' OR PJ-RECO-STATUS = 'H'
                 OR PJ-RECO-STATUS = 'P'
                    PERFORM 210-PRINT-PROJECT
                END-IF.
           210-PRINT-PROJECT.
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE PJ-RECO-ID TO WS-RCD-RECO-ID
                MOVE PJ-PROJ-SEQ TO WS-RCD-PROJ-SEQ
                MOVE WS-RECO-DISPLAY TO VL-RECO-ID
                MOVE SPACES TO VL-ARTST-NAME
                MOVE PJ-RECO-ID TO MR-RECO-ID
                READ ARTIST-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE MR-ARTST-NAME TO VL-ARTST-NAME
                END-READ
                MOVE PJ-RECO-STATUS TO VL-RECO-STATUS
                MOVE PJ-QUOTE-DATE TO VL-QUOTE-DATE
                MOVE PJ-EST-HRS TO VL-EST-HRS
                MOVE PJ-STU-HRS TO VL-STU-HRS
                MOVE PJ-QUOTE-RATE TO VL-QUOTE-RATE
                COMPUTE WS-QUOTE-AMOUNT = PJ-EST-HRS * PJ-QUOTE-RATE
                COMPUTE WS-ACTUAL-COST = PJ-STU-HRS * PJ-QUOTE-RATE
                MOVE WS-QUOTE-AMOUNT TO VL-QUOTE-AMOUNT
                MOVE WS-ACTUAL-COST TO VL-ACTUAL-COST
                PERFORM 220-SET-VARIANCE-FLAG
                MOVE VL-VARIANCE-LINE TO VARIANCE-LIST
                WRITE VARIANCE-LIST AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT
                ADD 1 TO WS-PROJECTS-LISTED
                ADD WS-QUOTE-AMOUNT TO WS-TOTAL-QUOTED
                ADD WS-ACTUAL-COST TO WS-TOTAL-ACTUAL.
           220-SET-VARIANCE-FLAG.
                IF PJ-EST-HRS = ZERO
                    MOVE ZERO TO VL-PCT-USED
                    MOVE 'NOT QUOTED' TO VL-FLAG
                    ADD 1 TO WS-PROJECTS-NO-QUOTE
                ELSE
                    COMPUTE WS-PCT-USED =
                        PJ-STU-HRS * 100 / PJ-EST-HRS
                    MOVE WS-PCT-USED TO VL-PCT-USED
                    IF PJ-STU-HRS > PJ-EST-HRS
                        MOVE 'OVER QUOTE' TO VL-FLAG
                        ADD 1 TO WS-PROJECTS-OVER
                    ELSE
                        IF PJ-STU-HRS * 100 >= PJ-EST-HRS * 80
                            MOVE 'OVER 80 PC' TO VL-FLAG
                            ADD 1 TO WS-PROJECTS-AT-80
                        ELSE
                            MOVE SPACES TO VL-FLAG
                        END-IF
                    END-IF
                END-IF.
           300-TRAILER.
                MOVE 'PROJECTS READ :' TO TL-LABEL
                MOVE WS-PROJECTS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO VARIANCE-LIST
                WRITE VARIANCE-LIST AFTER ADVANCING 3 LINES
                MOVE 'PROJECTS IN PROGRESS :' TO TL-LABEL
                MOVE WS-PROJECTS-LISTED TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'PAST 80 PCT OF QUOTE :' TO TL-LABEL
                MOVE WS-PROJECTS-AT-80 TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'OVER QUOTE :' TO TL-LABEL
                MOVE WS-PROJECTS-OVER TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'NOT QUOTED :' TO TL-LABEL
                MOVE WS-PROJECTS-NO-QUOTE TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'TOTAL QUOTED :' TO TL-LABEL
                MOVE WS-TOTAL-QUOTED TO TL-VALUE
                PERFORM 310-WRITE-TRAILER
                MOVE 'TOTAL ACTUAL AT QUOTED RATE :' TO TL-LABEL
                MOVE WS-TOTAL-ACTUAL TO TL-VALUE
                PERFORM 310-WRITE-TRAILER.
           310-WRITE-TRAILER.
                MOVE TL-TRAILER-LINE TO VARIANCE-LIST
                WRITE VARIANCE-LIST AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PAGE-COUNT TO HL-PAGE-NO
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO VARIANCE-LIST
                WRITE VARIANCE-LIST AFTER ADVANCING PAGE
                MOVE HL-COLUMN-HEADING TO VARIANCE-LIST
                WRITE VARIANCE-LIST AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-LINE-COUNT.
