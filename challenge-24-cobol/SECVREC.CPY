       01  SECURITY-VIOLATION-RECORD.
           05 SV-KEY.
              10 SV-DATE            PIC 9(8).
              10 SV-TIME            PIC 9(6).
              10 SV-TERM-ID         PIC X(4).
              10 SV-TASK-NO         PIC 9(7).
           05 SV-USER-ID            PIC X(8).
           05 SV-TRAN-ID            PIC X(4).
           05 SV-PROGRAM            PIC X(8).
           05 SV-ACTION             PIC X.
           05 SV-DEST-ID            PIC X(8).
           05 SV-REASON             PIC X(4).
              88 SV-NO-USER-RECORD        VALUE "NOUS".
              88 SV-NO-INQUIRY            VALUE "NOIQ".
              88 SV-NO-MAINT              VALUE "NOMT".
              88 SV-NO-UPDATE             VALUE "NOUP".
              88 SV-DEST-NOT-GRANTED      VALUE "DEST".
              88 SV-SECFILE-ERROR         VALUE "SECF".
              88 SV-NO-ADHOC              VALUE "NOAD".
              88 SV-NO-PROMOTE            VALUE "NOPR".
