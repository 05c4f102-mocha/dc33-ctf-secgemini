       01  IFACE-CONTROL-BODY.
           05 IC-RECORD-TYPE        PIC X(2).
              88 IC-HEADER-REC            VALUE "HD".
              88 IC-TRAILER-REC           VALUE "TR".
           05 IC-RECORD-DATA        PIC X(198).
           05 IC-HEADER-DATA REDEFINES IC-RECORD-DATA.
              10 IC-HDR-DEST-ID     PIC X(8).
              10 IC-HDR-RUN-DATE    PIC 9(8).
              10 IC-HDR-BATCH-ID    PIC 9(8).
              10 IC-HDR-FILE-TYPE   PIC X.
                 88 IC-FILE-BATCH         VALUE "B".
                 88 IC-FILE-RESEND        VALUE "S".
                 88 IC-FILE-RELEASE       VALUE "L".
              10 IC-HDR-REC-LENGTH  PIC 9(4).
              10 IC-HDR-PROGRAM     PIC X(16).
              10 IC-HDR-SOURCE-FILE PIC X(30).
              10 FILLER             PIC X(123).
           05 IC-TRAILER-DATA REDEFINES IC-RECORD-DATA.
              10 IC-TRL-REC-COUNT   PIC 9(6).
              10 IC-TRL-HASH-TOTAL  PIC 9(10).
              10 IC-TRL-CHECKSUM    PIC 9(15).
              10 FILLER             PIC X(167).
