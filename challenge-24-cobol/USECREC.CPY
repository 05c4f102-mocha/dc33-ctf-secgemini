       01  USER-SECURITY-RECORD.
           05 US-USER-ID            PIC X(8).
           05 US-INQUIRY-SW         PIC X.
              88 US-INQUIRY-ALLOWED       VALUE "Y".
           05 US-MAINT-LEVEL        PIC X.
              88 US-MAINT-NONE            VALUE "N" " ".
              88 US-MAINT-BROWSE          VALUE "B".
              88 US-MAINT-UPDATE          VALUE "U".
           05 US-DEST-LIMIT         PIC X(8) OCCURS 4 TIMES.
           05 US-GRANT-USER         PIC X(8).
           05 US-GRANT-DATE         PIC 9(8).
           05 US-ADHOC-LEVEL        PIC X.
              88 US-ADHOC-NONE            VALUE "N" " ".
              88 US-ADHOC-DECODE          VALUE "D".
              88 US-ADHOC-PROMOTE         VALUE "P".
