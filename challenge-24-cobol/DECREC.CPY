       01  DECODE-OUTPUT-RECORD.
           05 DO-MSG-SEQ            PIC 9(4).
           05 DO-OUTPUT-BUFFER      PIC X(200).
           05 DO-BATCH-ID           PIC 9(8).
