      ******************************************************************
      * Author: Ali Jamil
      * Date: October 15th, 2026
      * Purpose: Post the daily studio session log to the indexed
      *          PROJECT-FILE.  Each session names the artist, project,
      *          room, engineer, start and end time and the hours
      *          booked.  Sessions are verified against ARTIST-FILE
      *          and PROJECT-FILE, refused for deleted or completed
      *          projects and for a room that is already booked for
      *          any part of the same time, then the hours are added
      *          to PJ-STU-HRS and the session is kept on the session
      *          history file so every billed hour can be traced back
      *          to the sessions that made it up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCSESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTIST-FILE
               ASSIGN TO FILEIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-RECO-ID.
           SELECT PROJECT-FILE
               ASSIGN TO FILEPRJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PJ-PROJECT-KEY
               FILE STATUS IS WS-PRJ-FILE-STATUS.
           SELECT SESSION-HISTORY
               ASSIGN TO FILESHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-SESSION-KEY
               ALTERNATE RECORD KEY IS SN-PROJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SHS-FILE-STATUS.
           SELECT SESSION-LOG
               ASSIGN TO FILESES.
           SELECT SESSION-REPORT
               ASSIGN TO FILESRPT.
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
       FD SESSION-HISTORY
           RECORDING MODE IS F.
           COPY SESREC.
       FD SESSION-LOG
           RECORDING MODE IS F.
       01 SESSION-LOG-RECORD    PIC X(57).
       FD SESSION-REPORT
           RECORDING MODE IS F.
       01 SESSION-LIST          PIC X(90).
          WORKING-STORAGE SECTION.
           COPY SESREC REPLACING SN-SESSION-RECORD BY SI-SESSION-RECORD
                                  SN-SESSION-KEY BY SI-SESSION-KEY
                                  SN-ROOM BY SI-ROOM
                                  SN-SESSION-DATE BY SI-SESSION-DATE
                                  SN-START-TIME BY SI-START-TIME
                                  SN-PROJECT-KEY BY SI-PROJECT-KEY
                                  SN-RECO-ID BY SI-RECO-ID
                                  SN-PROJ-SEQ BY SI-PROJ-SEQ
                                  SN-END-TIME BY SI-END-TIME
                                  SN-HOURS BY SI-HOURS
                                  SN-ENGINEER BY SI-ENGINEER
                                  SN-POST-DATE BY SI-POST-DATE
                                  SN-TRANS-SOURCE BY SI-TRANS-SOURCE.
          01 WS-SWITCHES.
              05  WS-EOF-SWITCH        PIC X(3).
              05  WS-SHS-EOF-SWITCH    PIC X(3).
              05  WS-PRJ-FILE-STATUS   PIC X(2).
              05  WS-SHS-FILE-STATUS   PIC X(2).
              05  WS-ARTIST-SWITCH     PIC X(3) VALUE 'NO'.
                  88  WS-ARTIST-ON-FILE        VALUE 'YES'.
              05  WS-PROJECT-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-PROJECT-ON-FILE       VALUE 'YES'.
              05  WS-OVERLAP-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-ROOM-OVERLAP          VALUE 'YES'.
              05  WS-DATE-OK-SWITCH    PIC X(3) VALUE 'NO'.
                  88  WS-DATE-OK               VALUE 'YES'.
              05  WS-TIMES-OK-SWITCH   PIC X(3) VALUE 'NO'.
                  88  WS-TIMES-OK              VALUE 'YES'.
          01 WS-DATE-CHECK.
              05  WS-CHK-YYYY          PIC 9(4).
              05  WS-CHK-MM            PIC 9(2).
              05  WS-CHK-DD            PIC 9(2).
          01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK
                                       PIC 9(8).
          01 WS-TIME-CHECK.
              05  WS-CHK-HH            PIC 9(2).
              05  WS-CHK-MI            PIC 9(2).
          01 WS-TIME-CHECK-R REDEFINES WS-TIME-CHECK
                                       PIC 9(4).
          01 WS-TIME-WORK.
              05  WS-START-MINUTES     PIC 9(4) VALUE ZERO.
              05  WS-END-MINUTES       PIC 9(4) VALUE ZERO.
              05  WS-ELAPSED-MINUTES   PIC S9(5) VALUE ZERO.
              05  WS-NEW-PROJ-HRS      PIC 9(7) VALUE ZERO.
          01 WS-RUN-DATE               PIC 9(8).
          01 WS-RUN-TIME               PIC 9(8).
          01 WS-TOTALS.
              05  WS-SESSIONS-READ     PIC 9(7) VALUE ZERO.
              05  WS-SESSIONS-POSTED   PIC 9(7) VALUE ZERO.
              05  WS-SESSIONS-REJECTED PIC 9(7) VALUE ZERO.
              05  WS-HOURS-READ        PIC 9(9) VALUE ZERO.
              05  WS-HOURS-POSTED      PIC 9(9) VALUE ZERO.
          01 WS-PAGE-CONTROL.
              05  WS-PAGE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-LINE-COUNT        PIC 9(3) VALUE ZERO.
              05  WS-MAX-LINES         PIC 9(3) VALUE 55.
          01 SR-SESSION-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  SR-RECO-ID       PIC X(6).
              05                   PIC X(1) VALUE '-'.
              05  SR-PROJ-SEQ      PIC X(2).
              05                   PIC X(2) VALUE SPACES.
              05  SR-SESSION-DATE  PIC X(8).
              05                   PIC X(2) VALUE SPACES.
              05  SR-ROOM          PIC X(4).
              05                   PIC X(2) VALUE SPACES.
              05  SR-START-TIME    PIC X(4).
              05                   PIC X(1) VALUE '-'.
              05  SR-END-TIME      PIC X(4).
              05                   PIC X(2) VALUE SPACES.
              05  SR-HOURS         PIC ZZ9.
              05                   PIC X(2) VALUE SPACES.
              05  SR-RESULT        PIC X(10).
              05                   PIC X(2) VALUE SPACES.
              05  SR-DETAIL        PIC X(20).
          01 TL-TRAILER-LINE.
              05                   PIC X(3) VALUE SPACES.
              05  TL-LABEL         PIC X(30).
              05  TL-VALUE         PIC Z(10)9.
          01 HL-HEADING-LINE1.
              05                   PIC X(3) VALUE SPACES.
              05  HL-TITLE         PIC X(28) VALUE
                  'ABC UNIVERSAL SESSION POST'.
              05                   PIC X(5) VALUE SPACES.
              05  HL-DATE-LABEL    PIC X(9) VALUE 'RUN DATE:'.
              05  HL-RUN-DATE      PIC 9(8).
              05                   PIC X(5) VALUE SPACES.
              05  HL-PAGE-LABEL    PIC X(5) VALUE 'PAGE:'.
              05  HL-PAGE-NO       PIC ZZ9.
          01 HL-COLUMN-HEADING.
              05                   PIC X(3) VALUE SPACES.
              05                   PIC X(9) VALUE 'RECOID-PJ'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(8) VALUE 'SESSION'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(4) VALUE 'ROOM'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(9) VALUE 'START-END'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(3) VALUE 'HRS'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(10) VALUE 'RESULT'.
              05                   PIC X(2) VALUE SPACES.
              05                   PIC X(20) VALUE 'DETAIL'.
           PROCEDURE DIVISION.
           100-MAINLINE.
               OPEN INPUT ARTIST-FILE
               OPEN INPUT SESSION-LOG
               OPEN OUTPUT SESSION-REPORT
               PERFORM 105-OPEN-PROJECT-FILE
               PERFORM 106-OPEN-SESSION-HISTORY
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 400-HEADING
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'YES'
                   READ SESSION-LOG INTO SI-SESSION-RECORD
                        AT END
                           MOVE 'YES' TO WS-EOF-SWITCH
                        NOT AT END
                           PERFORM 200-PROCESS
                   END-READ
               END-PERFORM
               PERFORM 300-TRAILER
               CLOSE ARTIST-FILE
                     SESSION-LOG
                     PROJECT-FILE
                     SESSION-HISTORY
                     SESSION-REPORT
               STOP RUN.
           105-OPEN-PROJECT-FILE.
                OPEN I-O PROJECT-FILE
                IF WS-PRJ-FILE-STATUS = '35'
                    OPEN OUTPUT PROJECT-FILE
                    CLOSE PROJECT-FILE
                    OPEN I-O PROJECT-FILE
                END-IF
                IF WS-PRJ-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
           106-OPEN-SESSION-HISTORY.
                OPEN I-O SESSION-HISTORY
                IF WS-SHS-FILE-STATUS = '35'
                    OPEN OUTPUT SESSION-HISTORY
                    CLOSE SESSION-HISTORY
                    OPEN I-O SESSION-HISTORY
                END-IF
                IF WS-SHS-FILE-STATUS NOT = '00'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
           200-PROCESS.
                ADD 1 TO WS-SESSIONS-READ
                IF SI-HOURS NUMERIC
                    ADD SI-HOURS TO WS-HOURS-READ
                END-IF
                IF SI-PROJ-SEQ NOT NUMERIC
                 OR SI-PROJ-SEQ = ZERO
                    MOVE 'INVALID PROJ SEQ' TO SR-DETAIL
                    PERFORM 280-REJECT-SESSION
                ELSE
                    IF SI-ROOM = SPACES
                     OR SI-ENGINEER = SPACES
                        MOVE 'MISSING ROOM/ENGR' TO SR-DETAIL
                        PERFORM 280-REJECT-SESSION
                    ELSE
                        PERFORM 205-CHECK-SESSION-DATE
                        PERFORM 207-CHECK-SESSION-TIMES
                        IF NOT WS-DATE-OK
                            MOVE 'INVALID SESSION DATE' TO SR-DETAIL
                            PERFORM 280-REJECT-SESSION
                        ELSE
                            IF NOT WS-TIMES-OK
                                MOVE 'INVALID START/END'
                                    TO SR-DETAIL
                                PERFORM 280-REJECT-SESSION
                            ELSE
                                PERFORM 210-CHECK-HOURS
                            END-IF
                        END-IF
                    END-IF
                END-IF.
           205-CHECK-SESSION-DATE.
                MOVE 'YES' TO WS-DATE-OK-SWITCH
                IF SI-SESSION-DATE NOT NUMERIC
                    MOVE 'NO' TO WS-DATE-OK-SWITCH
                ELSE
                    MOVE SI-SESSION-DATE TO WS-DATE-CHECK-R
                    IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                     OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
                     OR SI-SESSION-DATE > WS-RUN-DATE
                     OR FUNCTION TEST-DATE-YYYYMMDD
                            (WS-DATE-CHECK-R) NOT = ZERO
                        MOVE 'NO' TO WS-DATE-OK-SWITCH
                    END-IF
                END-IF.
           207-CHECK-SESSION-TIMES.
                MOVE 'YES' TO WS-TIMES-OK-SWITCH
                IF SI-START-TIME NOT NUMERIC
                 OR SI-END-TIME NOT NUMERIC
                    MOVE 'NO' TO WS-TIMES-OK-SWITCH
                ELSE
                    MOVE SI-START-TIME TO WS-TIME-CHECK-R
                    IF WS-CHK-HH > 23 OR WS-CHK-MI > 59
                        MOVE 'NO' TO WS-TIMES-OK-SWITCH
                    END-IF
                    COMPUTE WS-START-MINUTES =
                        (WS-CHK-HH * 60) + WS-CHK-MI
                    MOVE SI-END-TIME TO WS-TIME-CHECK-R
                    IF WS-CHK-HH > 24 OR WS-CHK-MI > 59
                        MOVE 'NO' TO WS-TIMES-OK-SWITCH
                    END-IF
                    COMPUTE WS-END-MINUTES =
                        (WS-CHK-HH * 60) + WS-CHK-MI
                    COMPUTE WS-ELAPSED-MINUTES =
                        WS-END-MINUTES - WS-START-MINUTES
                    IF WS-ELAPSED-MINUTES NOT > ZERO
                        MOVE 'NO' TO WS-TIMES-OK-SWITCH
                    END-IF
                END-IF.
           210-CHECK-HOURS.
                IF SI-HOURS NOT NUMERIC
                 OR SI-HOURS = ZERO
                    MOVE 'INVALID HOURS' TO SR-DETAIL
                    PERFORM 280-REJECT-SESSION
                ELSE
                    IF (SI-HOURS * 60) > (WS-ELAPSED-MINUTES + 59)
                        MOVE 'HOURS EXCEED BOOKING' TO SR-DETAIL
                        PERFORM 280-REJECT-SESSION
                    ELSE
                        PERFORM 215-CHECK-ARTIST
                        IF NOT WS-ARTIST-ON-FILE
                            MOVE 'RECO-ID NOT ON FILE' TO SR-DETAIL
                            PERFORM 280-REJECT-SESSION
                        ELSE
                            PERFORM 220-CHECK-PROJECT
                        END-IF
                    END-IF
                END-IF.
           215-CHECK-ARTIST.
                MOVE 'NO' TO WS-ARTIST-SWITCH
                MOVE SI-RECO-ID TO MR-RECO-ID
                READ ARTIST-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'YES' TO WS-ARTIST-SWITCH
                END-READ.
           220-CHECK-PROJECT.
                MOVE 'NO' TO WS-PROJECT-SWITCH
                MOVE SI-RECO-ID TO PJ-RECO-ID
                MOVE SI-PROJ-SEQ TO PJ-PROJ-SEQ
                READ PROJECT-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'YES' TO WS-PROJECT-SWITCH
                END-READ
                IF NOT WS-PROJECT-ON-FILE
                    MOVE 'PROJECT NOT ON FILE' TO SR-DETAIL
                    PERFORM 280-REJECT-SESSION
                ELSE
                    COMPUTE WS-NEW-PROJ-HRS = PJ-STU-HRS + SI-HOURS
                    EVALUATE TRUE
                        WHEN PJ-RECO-STATUS = 'D'
                            MOVE 'PROJECT DELETED' TO SR-DETAIL
                            PERFORM 280-REJECT-SESSION
                        WHEN PJ-RECO-STATUS = 'C'
                            MOVE 'PROJECT COMPLETED' TO SR-DETAIL
                            PERFORM 280-REJECT-SESSION
                        WHEN WS-NEW-PROJ-HRS > 999999
                            MOVE 'PROJECT HOURS FULL' TO SR-DETAIL
                            PERFORM 280-REJECT-SESSION
                        WHEN OTHER
                            PERFORM 230-CHECK-ROOM-OVERLAP
                            IF WS-ROOM-OVERLAP
                                MOVE 'ROOM ALREADY BOOKED'
                                    TO SR-DETAIL
                                PERFORM 280-REJECT-SESSION
                            ELSE
                                PERFORM 240-POST-SESSION
                            END-IF
                    END-EVALUATE
                END-IF.
           230-CHECK-ROOM-OVERLAP.
                MOVE 'NO' TO WS-OVERLAP-SWITCH
                MOVE 'NO' TO WS-SHS-EOF-SWITCH
                MOVE SI-ROOM TO SN-ROOM
                MOVE SI-SESSION-DATE TO SN-SESSION-DATE
                MOVE ZERO TO SN-START-TIME
                START SESSION-HISTORY
                    KEY IS >= SN-SESSION-KEY
                    INVALID KEY
                       MOVE 'YES' TO WS-SHS-EOF-SWITCH
                END-START
                PERFORM 235-CHECK-NEXT-BOOKING
                    UNTIL WS-SHS-EOF-SWITCH = 'YES'
                       OR WS-ROOM-OVERLAP.
           235-CHECK-NEXT-BOOKING.
                READ SESSION-HISTORY NEXT RECORD
                    AT END
                       MOVE 'YES' TO WS-SHS-EOF-SWITCH
                    NOT AT END
                       IF SN-ROOM NOT = SI-ROOM
                        OR SN-SESSION-DATE NOT = SI-SESSION-DATE
                           MOVE 'YES' TO WS-SHS-EOF-SWITCH
                       ELSE
                           IF SN-START-TIME < SI-END-TIME
                            AND SN-END-TIME > SI-START-TIME
                               MOVE 'YES' TO WS-OVERLAP-SWITCH
                           END-IF
                       END-IF
                END-READ.
           240-POST-SESSION.
                MOVE SI-SESSION-RECORD TO SN-SESSION-RECORD
                MOVE WS-RUN-DATE TO SN-POST-DATE
                WRITE SN-SESSION-RECORD
                    INVALID KEY
                       MOVE 'ROOM ALREADY BOOKED' TO SR-DETAIL
                       PERFORM 280-REJECT-SESSION
                    NOT INVALID KEY
                       PERFORM 245-ADD-PROJECT-HOURS
                END-WRITE.
           245-ADD-PROJECT-HOURS.
                MOVE WS-NEW-PROJ-HRS TO PJ-STU-HRS
                REWRITE PJ-PROJECT-RECORD
                    INVALID KEY
                       MOVE 'PROJECT NOT ON FILE' TO SR-DETAIL
                       PERFORM 280-REJECT-SESSION
                    NOT INVALID KEY
                       ADD 1 TO WS-SESSIONS-POSTED
                       ADD SI-HOURS TO WS-HOURS-POSTED
                       MOVE 'POSTED' TO SR-RESULT
                       MOVE SPACES TO SR-DETAIL
                       PERFORM 420-WRITE-SESSION-LINE
                END-REWRITE.
           280-REJECT-SESSION.
                ADD 1 TO WS-SESSIONS-REJECTED
                MOVE 'REJECTED' TO SR-RESULT
                PERFORM 420-WRITE-SESSION-LINE.
           420-WRITE-SESSION-LINE.
                IF WS-LINE-COUNT >= WS-MAX-LINES
                    PERFORM 400-HEADING
                END-IF
                MOVE SI-RECO-ID TO SR-RECO-ID
                MOVE SI-PROJ-SEQ TO SR-PROJ-SEQ
                MOVE SI-SESSION-DATE TO SR-SESSION-DATE
                MOVE SI-ROOM TO SR-ROOM
                MOVE SI-START-TIME TO SR-START-TIME
                MOVE SI-END-TIME TO SR-END-TIME
                IF SI-HOURS NUMERIC
                    MOVE SI-HOURS TO SR-HOURS
                ELSE
                    MOVE ZERO TO SR-HOURS
                END-IF
                MOVE SR-SESSION-LINE TO SESSION-LIST
                WRITE SESSION-LIST AFTER ADVANCING 1 LINES
                ADD 1 TO WS-LINE-COUNT.
           300-TRAILER.
                MOVE 'SESSIONS READ :' TO TL-LABEL
                MOVE WS-SESSIONS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO SESSION-LIST
                WRITE SESSION-LIST AFTER ADVANCING 2 LINES
                MOVE 'SESSIONS POSTED :' TO TL-LABEL
                MOVE WS-SESSIONS-POSTED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO SESSION-LIST
                WRITE SESSION-LIST AFTER ADVANCING 1 LINES
                MOVE 'SESSIONS REJECTED :' TO TL-LABEL
                MOVE WS-SESSIONS-REJECTED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO SESSION-LIST
                WRITE SESSION-LIST AFTER ADVANCING 1 LINES
                MOVE 'HOURS READ :' TO TL-LABEL
                MOVE WS-HOURS-READ TO TL-VALUE
                MOVE TL-TRAILER-LINE TO SESSION-LIST
                WRITE SESSION-LIST AFTER ADVANCING 1 LINES
                MOVE 'HOURS POSTED :' TO TL-LABEL
                MOVE WS-HOURS-POSTED TO TL-VALUE
                MOVE TL-TRAILER-LINE TO SESSION-LIST
                WRITE SESSION-LIST AFTER ADVANCING 1 LINES.
           400-HEADING.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-PAGE-COUNT TO HL-PAGE-NO
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                MOVE HL-HEADING-LINE1 TO SESSION-LIST
                WRITE SESSION-LIST AFTER ADVANCING PAGE
                MOVE HL-COLUMN-HEADING TO SESSION-LIST
                WRITE SESSION-LIST AFTER ADVANCING 2 LINES
                MOVE ZERO TO WS-LINE-COUNT.
