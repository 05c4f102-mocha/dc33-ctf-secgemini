       01  IFACE-SEAL-AREA.
           05 SL-FUNCTION           PIC X.
              88 SL-FUNC-START            VALUE "S".
              88 SL-FUNC-ADD              VALUE "A".
           05 SL-MSG-SEQ            PIC 9(4).
           05 SL-BUFFER-LENGTH      PIC 9(4) COMP.
           05 SL-BUFFER             PIC X(400).
           05 SL-REC-COUNT          PIC 9(6).
           05 SL-HASH-TOTAL         PIC 9(10).
           05 SL-CHECKSUM           PIC 9(15).
