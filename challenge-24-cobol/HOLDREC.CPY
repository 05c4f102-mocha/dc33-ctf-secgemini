       01  HELD-MESSAGE-RECORD.
           05 HM-KEY.
              10 HM-RUN-DATE        PIC 9(8).
              10 HM-BATCH-ID        PIC 9(8).
              10 HM-MSG-SEQ         PIC 9(4).
           05 HM-RUN-SEQ            PIC 9(2).
           05 HM-SOURCE-SYS         PIC X(8).
           05 HM-STATUS             PIC X.
              88 HM-STATUS-HELD           VALUE "H".
              88 HM-STATUS-RELEASED       VALUE "R".
              88 HM-STATUS-CANCELLED      VALUE "C".
           05 HM-HOLD-DEST-ID       PIC X(8).
           05 HM-HOLD-RULE          PIC X(4).
           05 HM-HOLD-POSITION      PIC 9(4).
           05 HM-UNKNOWN-PCT        PIC 9(3).
           05 HM-HOLD-DATE          PIC 9(8).
           05 HM-ACTION-DATE        PIC 9(8).
           05 HM-ACTION-USER        PIC X(8).
           05 HM-ACTION-REASON      PIC X(30).
           05 HM-OUTPUT-BUFFER      PIC X(200).
           05 HM-DEST-COUNT         PIC 9(1).
           05 HM-DEST-ENTRY OCCURS 3 TIMES.
              10 HM-DEST-ID         PIC X(8).
              10 HM-DEST-BUFFER     PIC X(400).
