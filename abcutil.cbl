                                  AR-STATUS-VALID BY MR-STATUS-VALID
                                  AR-STU-HRS BY MR-STU-HRS
                                  AR-HRLY-RATE BY MR-HRLY-RATE
                                  AR-PROJ-COMPL BY MR-PROJ-COMPL
                                  AR-TAX-JURIS BY MR-TAX-JURIS
                                  AR-MERGED-TO BY MR-MERGED-TO.
       FD BACKUP-FILE
           RECORDING MODE IS F.
       01 BACKUP-RECORD         PIC X(51).
       FD FUNCTION-CARD
           RECORDING MODE IS F.
       01 FUNCTION-CARD-RECORD.
              05  BK-RECORD-TYPE       PIC X(1).
                  88  BK-DATA-RECORD           VALUE 'D'.
                  88  BK-TRAILER-RECORD        VALUE 'T'.
              05  BK-ARTIST-DATA       PIC X(50).
          01 BK-TRAILER-AREA REDEFINES BK-DATA-AREA.
              05                       PIC X(1).
              05  BK-TRL-COUNT         PIC 9(7).
              05  BK-TRL-HRS-HASH      PIC 9(12).
              05  BK-TRL-RATE-HASH     PIC 9(9).
              05                       PIC X(22).
          01 WS-CONTROL-TOTALS.
              05  WS-RECORD-COUNT      PIC 9(7) VALUE ZERO.
              05  WS-HRS-HASH          PIC 9(12) VALUE ZERO.
