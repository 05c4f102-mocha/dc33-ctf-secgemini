       01  ADHOC-LOG-RECORD.
           05 AL-KEY.
              10 AL-LOG-DATE        PIC 9(8).
              10 AL-LOG-TIME        PIC 9(6).
              10 AL-TASK-NO         PIC 9(7).
           05 AL-USER-ID            PIC X(8).
           05 AL-TERM-ID            PIC X(4).
           05 AL-SOURCE-SYS         PIC X(8).
           05 AL-DEST-ID            PIC X(8).
           05 AL-PROFILE-ID         PIC X(8).
           05 AL-TABLE-DATE         PIC 9(8).
           05 AL-POINT-COUNT        PIC 9(2).
           05 AL-REJECT-COUNT       PIC 9(2).
           05 AL-UNMAPPED-COUNT     PIC 9(2).
           05 AL-STATUS             PIC X.
              88 AL-STATUS-DECODED        VALUE "D".
              88 AL-STATUS-PROMOTED       VALUE "P".
              88 AL-STATUS-SUBMITTED      VALUE "S".
           05 AL-PROMOTE-USER       PIC X(8).
           05 AL-PROMOTE-DATE       PIC 9(8).
           05 AL-PROMOTE-TIME       PIC 9(6).
           05 AL-SUBMIT-DATE        PIC 9(8).
           05 AL-SUBMIT-FILE        PIC X(30).
           05 AL-SUBMIT-MSG-SEQ     PIC 9(4).
           05 AL-OUTPUT-TEXT        PIC X(160).
           05 AL-POSITION OCCURS 40 TIMES.
              10 AL-DATA-POINT      PIC S9(4) SIGN LEADING SEPARATE.
              10 AL-VAR-RSLT        PIC 9(4).
              10 AL-OUT-CHAR        PIC X.
              10 AL-POSITION-FLAG   PIC X(4).
                 88 AL-POINT-REJECTED    VALUE "RNGE".
                 88 AL-POINT-UNMAPPED    VALUE "UNMP".
