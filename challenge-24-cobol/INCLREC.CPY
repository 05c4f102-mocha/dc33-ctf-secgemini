       01  INCIDENT-LOG-RECORD.
           05 IL-INCIDENT-DATE      PIC 9(8).
           05 IL-INCIDENT-TIME      PIC 9(6).
           05 IL-PROGRAM            PIC X(16).
           05 IL-PARAGRAPH          PIC X(30).
           05 IL-CAUSE              PIC X(4).
              88 IL-CAUSE-NO-INPUT        VALUE "NOIN".
              88 IL-CAUSE-OUT-OF-BALANCE  VALUE "OBAL".
              88 IL-CAUSE-DUPLICATE       VALUE "DUPL".
              88 IL-CAUSE-RECONCILE       VALUE "RECN".
              88 IL-CAUSE-SEGMENT         VALUE "SEGM".
              88 IL-CAUSE-PARAMETER       VALUE "PARM".
              88 IL-CAUSE-FILE            VALUE "FILE".
              88 IL-CAUSE-DATA            VALUE "DATA".
           05 IL-FILE-NAME          PIC X(30).
           05 IL-FILE-STATUS        PIC X(2).
           05 IL-RUN-DATE           PIC 9(8).
           05 IL-BATCH-ID           PIC 9(8).
           05 IL-MESSAGE            PIC X(60).
