       01  INTAKE-PARM-AREA.
           05 IP-INPUT-FILE-NAME    PIC X(30).
           05 IP-RUN-DATE           PIC 9(8).
           05 IP-FILE-NBR           PIC 9(4).
           05 IP-OUTCOME            PIC X.
              88 IP-OUTCOME-PROCESSED     VALUE "P".
              88 IP-OUTCOME-DUPLICATE     VALUE "D".
              88 IP-OUTCOME-OUT-OF-BALANCE
                                          VALUE "B".
              88 IP-OUTCOME-ABENDED       VALUE "A".
           05 IP-SOURCE-SYS         PIC X(8).
           05 IP-CREATE-DATE        PIC 9(8).
           05 IP-RUN-SEQ            PIC 9(2).
           05 IP-BATCH-ID           PIC 9(8).
           05 IP-MSG-COUNT          PIC 9(4).
