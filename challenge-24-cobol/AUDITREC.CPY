           05 AUDIT-VAR-RSLT        PIC 9(4) COMP.
           05 AUDIT-VAR-REM         PIC 9(4) COMP.
           05 AUDIT-RESULT-SW       PIC X.
           05 AUDIT-BATCH-ID        PIC 9(8) COMP.
