       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-INPUT-FILE
               ASSIGN TO DYNAMIC WS-INPUT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.


       FD  SOURCE-RECEIPT-FILE
           RECORDING MODE IS F.
       COPY RCPTREC.

       FD  MONITOR-REPORT-FILE
           RECORDING MODE IS F.
       01  MONITOR-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-FILE-NAME       PIC X(30).
       01  WS-INPUT-FILE-STATUS     PIC X(2).
       01  WS-SRCREG-STATUS         PIC X(2).
       01  WS-RECEIPT-STATUS        PIC X(2).
           05 MON-SEC-TEXT PIC X(50).
           05 FILLER PIC X(30) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-SRCMON-86 SOURCE DELIVERY MONITOR".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-INPUT-FILE-NAME.
           IF WS-INPUT-FILE-NAME = SPACES
               MOVE "DATASETA.DAT" TO WS-INPUT-FILE-NAME
           END-IF.
           DIVIDE WS-RUN-TIME BY 10000 GIVING WS-RUN-HHMM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           IF WS-SRCREG-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SRCREG.CTL, STATUS="
                   WS-SRCREG-STATUS
               MOVE "P-050-LOAD-REGISTRY" TO IL-PARAGRAPH
               MOVE "SRCREG.CTL" TO IL-FILE-NAME
               MOVE WS-SRCREG-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN SRCREG.CTL" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.


           IF WS-REG-COUNT = 0
               DISPLAY "ERROR: SRCREG.CTL CONTAINS NO SOURCES"
               MOVE "P-050-LOAD-REGISTRY" TO IL-PARAGRAPH
               MOVE "SRCREG.CTL" TO IL-FILE-NAME
               MOVE "SRCREG.CTL CONTAINS NO SOURCES" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           DISPLAY "Registered sources: " WS-REG-COUNT.
           IF SR-CUTOFF-TIME NOT NUMERIC
               DISPLAY "ERROR: CUTOFF TIME FOR SOURCE "
                   SR-SOURCE-SYS " IS NOT NUMERIC IN SRCREG.CTL"
               MOVE "P-060-STORE-REGISTRY" TO IL-PARAGRAPH
               MOVE "SRCREG.CTL" TO IL-FILE-NAME
               MOVE "CUTOFF TIME FOR SOURCE IS NOT NUMERIC"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-REG-COUNT >= WS-REG-MAX
               DISPLAY "ERROR: REGISTERED SOURCES EXCEED LIMIT OF "
                   WS-REG-MAX
               MOVE "P-060-STORE-REGISTRY" TO IL-PARAGRAPH
               MOVE "REGISTERED SOURCES EXCEED LIMIT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           ADD 1 TO WS-REG-COUNT.
       P-100-RECORD-RECEIPT.
           OPEN INPUT CODE-INPUT-FILE.
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: " WS-INPUT-FILE-NAME " NOT PRESENT - "
                   "NO RECEIPT RECORDED"
           ELSE
               PERFORM UNTIL WS-INPUT-FILE-STATUS = "10"
                       OR INPUT-HEADER-SEEN
                   PERFORM P-110-APPEND-RECEIPT
               ELSE
                   DISPLAY "WARNING: NO HEADER RECORD IN "
                       WS-INPUT-FILE-NAME " - NO RECEIPT RECORDED"
               END-IF
           END-IF.

           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SRCRCPT.DAT, STATUS="
                   WS-RECEIPT-STATUS
               MOVE "P-110-APPEND-RECEIPT" TO IL-PARAGRAPH
               MOVE "SRCRCPT.DAT" TO IL-FILE-NAME
               MOVE WS-RECEIPT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN SRCRCPT.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-HDR-SOURCE-SYS TO RCP-SOURCE-SYS.
           MOVE WS-HDR-CREATE-DATE TO RCP-CREATE-DATE.
           MOVE WS-RUN-DATE TO RCP-RECV-DATE.
           MOVE WS-RUN-HHMM TO RCP-RECV-TIME.
           MOVE WS-INPUT-FILE-NAME TO RCP-FILE-NAME.
           WRITE SOURCE-RECEIPT-RECORD.
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO SRCRCPT.DAT FAILED, STATUS="
                   WS-RECEIPT-STATUS
               MOVE "P-110-APPEND-RECEIPT" TO IL-PARAGRAPH
               MOVE "SRCRCPT.DAT" TO IL-FILE-NAME
               MOVE WS-RECEIPT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO SRCRCPT.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           CLOSE SOURCE-RECEIPT-FILE.
           DISPLAY "Receipt recorded for source " WS-HDR-SOURCE-SYS
               " created " WS-HDR-CREATE-DATE " in "
               WS-INPUT-FILE-NAME.

       P-200-MATCH-RECEIPTS.
           OPEN INPUT SOURCE-RECEIPT-FILE.

       P-210-MATCH-ONE-RECEIPT.
           IF RCP-RECV-DATE = WS-RUN-DATE
                   AND RCP-FILE-NAME(1:5) NOT = "ADHOC"
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF WS-REG-SOURCE-SYS(WS-REG-IDX)
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SRCMON.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-300-PRINT-REPORT" TO IL-PARAGRAPH
               MOVE "SRCMON.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN SRCMON.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO MON-H1-RUN-DATE.

       P-999-ABEND.
           DISPLAY "SYS-SRCMON-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-SRCMON-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

