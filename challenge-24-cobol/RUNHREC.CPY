           05 RH-STATUS             PIC X.
              88 RH-STATUS-COMPLETE       VALUE "C".
              88 RH-STATUS-CORRECTED      VALUE "R".
              88 RH-STATUS-HELD           VALUE "H".
              88 RH-STATUS-CANCELLED      VALUE "X".
           05 RH-OUTPUT-BUFFER      PIC X(200).
           05 RH-STAT-COUNT         PIC 9(6).
           05 RH-STAT-MIN-N         PIC 9(4).
