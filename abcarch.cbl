                                  AR-STATUS-VALID BY MR-STATUS-VALID
                                  AR-STU-HRS BY MR-STU-HRS
                                  AR-HRLY-RATE BY MR-HRLY-RATE
                                  AR-PROJ-COMPL BY MR-PROJ-COMPL
                                  AR-TAX-JURIS BY MR-TAX-JURIS
                                  AR-MERGED-TO BY MR-MERGED-TO.
       FD ARCHIVE-MASTER
           RECORDING MODE IS F.
       01 ARCHIVE-MASTER-RECORD PIC X(51).
       FD CHANGE-HISTORY
           RECORDING MODE IS F.
       01 CHANGE-HISTORY-RECORD PIC X(72).
                MOVE SPACES TO AK-ARCHIVE-AREA
                MOVE 'D' TO AK-RECORD-TYPE
                MOVE MR-ARTIST-RECORD TO AK-ARCHIVE-DATA
                MOVE AK-ARCHIVE-AREA (1:51) TO ARCHIVE-MASTER-RECORD
                WRITE ARCHIVE-MASTER-RECORD
                DELETE ARTIST-FILE RECORD.
           220-WRITE-MASTER-TRAILER.
                MOVE WS-RUN-DATE TO AK-TRL-DATE
                MOVE WS-MST-ARCHIVED TO AK-TRL-COUNT
                MOVE WS-MST-HASH TO AK-TRL-HASH
                MOVE AK-ARCHIVE-AREA (1:51) TO ARCHIVE-MASTER-RECORD
                WRITE ARCHIVE-MASTER-RECORD.
           400-PURGE-CHANGE-HISTORY.
                IF WS-HISTORY-CUTOFF = ZERO
