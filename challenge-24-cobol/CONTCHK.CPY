       01  CONTENT-CHECK-AREA.
           05 CK-DEST-IDX           PIC 9(2) COMP.
           05 CK-TEXT-LENGTH        PIC 9(4) COMP.
           05 CK-TEXT               PIC X(400).
           05 CK-RESULT-SW          PIC X.
              88 CK-PASSED                VALUE "Y".
              88 CK-FAILED                VALUE "N".
           05 CK-FAIL-RULE          PIC X(4).
              88 CK-FAIL-CHARACTER        VALUE "CHAR".
              88 CK-FAIL-PREFIX           VALUE "PRFX".
              88 CK-FAIL-PATTERN          VALUE "PATN".
              88 CK-FAIL-MIN-LENGTH       VALUE "MINL".
              88 CK-FAIL-MAX-LENGTH       VALUE "MAXL".
              88 CK-FAIL-UNKNOWN          VALUE "UNKN".
           05 CK-FAIL-POSITION      PIC 9(4) COMP.
           05 CK-UNKNOWN-COUNT      PIC 9(4) COMP.
           05 CK-UNKNOWN-PCT        PIC 9(4) COMP.
