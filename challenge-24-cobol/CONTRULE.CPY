       01  CONTENT-RULE-AREA.
           05 QT-RULE-ENTRY OCCURS 4 TIMES.
              10 QT-RULE-SW         PIC X.
                 88 QT-RULE-PRESENT       VALUE "Y".
              10 QT-RULE-ID         PIC X(8).
              10 QT-ALPHA-SW        PIC X.
                 88 QT-ALPHA-ALLOWED      VALUE "Y".
              10 QT-DIGIT-SW        PIC X.
                 88 QT-DIGIT-ALLOWED      VALUE "Y".
              10 QT-SPACE-SW        PIC X.
                 88 QT-SPACE-ALLOWED      VALUE "Y".
              10 QT-PUNCT-SW        PIC X.
                 88 QT-PUNCT-ALLOWED      VALUE "Y".
              10 QT-CLASS-SW        PIC X.
                 88 QT-CLASS-CHECKED      VALUE "Y".
              10 QT-EXTRA-CHARS     PIC X(20).
              10 QT-EXTRA-LENGTH    PIC 9(4) COMP.
              10 QT-PREFIX          PIC X(20).
              10 QT-PREFIX-LENGTH   PIC 9(4) COMP.
              10 QT-PATTERN         PIC X(40).
              10 QT-PATTERN-LENGTH  PIC 9(4) COMP.
              10 QT-MIN-LENGTH      PIC 9(4) COMP.
              10 QT-MAX-LENGTH      PIC 9(4) COMP.
              10 QT-MAX-UNKNOWN-PCT PIC 9(4) COMP.
