       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-IFSEAL-RTN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BUFFER-LENGTH         PIC 9(4) COMP.
       01  WS-POS                   PIC 9(4) COMP.
       01  WS-REC-SUM               PIC 9(9) COMP.
       01  WS-WORK                  PIC 9(18) COMP.
       01  WS-QUOTIENT              PIC 9(18) COMP.
       01  WS-HASH-LIMIT            PIC 9(11) COMP VALUE 10000000000.
       01  WS-CHECKSUM-LIMIT        PIC 9(16) COMP
                                    VALUE 1000000000000000.

       LINKAGE SECTION.
       COPY IFSEAL.

       PROCEDURE DIVISION USING BY REFERENCE IFACE-SEAL-AREA.
       SL-000-MAIN.
           EVALUATE TRUE
               WHEN SL-FUNC-START
                   MOVE 0 TO SL-REC-COUNT
                   MOVE 0 TO SL-HASH-TOTAL
                   MOVE 0 TO SL-CHECKSUM
               WHEN SL-FUNC-ADD
                   PERFORM SL-100-ADD-RECORD
           END-EVALUATE.
           EXIT PROGRAM.

       SL-100-ADD-RECORD.
           MOVE SL-BUFFER-LENGTH TO WS-BUFFER-LENGTH.
           IF WS-BUFFER-LENGTH > 400
               MOVE 400 TO WS-BUFFER-LENGTH
           END-IF.
           MOVE 0 TO WS-REC-SUM.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-BUFFER-LENGTH
               COMPUTE WS-REC-SUM = WS-REC-SUM
                   + FUNCTION ORD(SL-BUFFER(WS-POS:1)) * WS-POS
           END-PERFORM.

           ADD 1 TO SL-REC-COUNT.

           COMPUTE WS-WORK = SL-HASH-TOTAL + SL-MSG-SEQ.
           DIVIDE WS-WORK BY WS-HASH-LIMIT
               GIVING WS-QUOTIENT REMAINDER SL-HASH-TOTAL.

           COMPUTE WS-WORK = SL-CHECKSUM + WS-REC-SUM * SL-REC-COUNT.
           DIVIDE WS-WORK BY WS-CHECKSUM-LIMIT
               GIVING WS-QUOTIENT REMAINDER SL-CHECKSUM.

       END PROGRAM SUB-IFSEAL-RTN.
