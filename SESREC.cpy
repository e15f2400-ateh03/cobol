       01 SN-SESSION-RECORD.
           05  SN-SESSION-KEY.
               10  SN-ROOM          PIC X(4).
               10  SN-SESSION-DATE  PIC 9(8).
               10  SN-START-TIME    PIC 9(4).
           05  SN-PROJECT-KEY.
               10  SN-RECO-ID       PIC X(6).
               10  SN-PROJ-SEQ      PIC 9(2).
           05  SN-END-TIME      PIC 9(4).
           05  SN-HOURS         PIC 9(3).
           05  SN-ENGINEER      PIC X(10).
           05  SN-POST-DATE     PIC 9(8).
           05  SN-TRANS-SOURCE  PIC X(8).
