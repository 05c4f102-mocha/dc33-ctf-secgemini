       01  CHARGEBACK-FEED-RECORD.
           05 CF-RECORD-TYPE        PIC X(2).
              88 CF-HEADER-REC            VALUE "HD".
              88 CF-DETAIL-REC            VALUE "DT".
              88 CF-TRAILER-REC           VALUE "TR".
           05 CF-RECORD-BODY        PIC X(118).
           05 CF-HEADER-BODY REDEFINES CF-RECORD-BODY.
              10 CF-HDR-FEED-ID     PIC X(8).
              10 CF-HDR-MONTH       PIC 9(6).
              10 CF-HDR-RUN-DATE    PIC 9(8).
              10 FILLER             PIC X(96).
           05 CF-DETAIL-BODY REDEFINES CF-RECORD-BODY.
              10 CF-DTL-SOURCE-SYS  PIC X(8).
              10 CF-DTL-DEST-ID     PIC X(8).
              10 CF-DTL-FILES       PIC 9(6).
              10 CF-DTL-RESUBMITS   PIC 9(6).
              10 CF-DTL-MESSAGES    PIC 9(8).
              10 CF-DTL-POINTS      PIC 9(10).
              10 CF-DTL-RNGE        PIC 9(8).
              10 CF-DTL-UNMP        PIC 9(8).
              10 CF-DTL-CORRECTIONS PIC 9(6).
              10 CF-DTL-RESENDS     PIC 9(6).
              10 CF-DTL-VOLUME-AMT  PIC 9(9)V99.
              10 CF-DTL-SURCHG-AMT  PIC 9(9)V99.
              10 CF-DTL-TOTAL-AMT   PIC 9(9)V99.
              10 CF-DTL-RATED-SW    PIC X.
                 88 CF-DTL-RATED         VALUE "Y".
                 88 CF-DTL-NOT-RATED     VALUE "N".
              10 FILLER             PIC X(10).
           05 CF-TRAILER-BODY REDEFINES CF-RECORD-BODY.
              10 CF-TRL-DETAIL-COUNT PIC 9(6).
              10 CF-TRL-FILES       PIC 9(6).
              10 CF-TRL-MESSAGES    PIC 9(8).
              10 CF-TRL-POINTS      PIC 9(10).
              10 CF-TRL-RNGE        PIC 9(8).
              10 CF-TRL-UNMP        PIC 9(8).
              10 CF-TRL-TOTAL-AMT   PIC 9(11)V99.
              10 CF-TRL-RESENDS     PIC 9(6).
              10 FILLER             PIC X(53).
