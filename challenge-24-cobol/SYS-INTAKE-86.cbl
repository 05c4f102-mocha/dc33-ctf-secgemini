       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-INTAKE-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-RECEIPT-FILE ASSIGN TO "SRCRCPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT INTAKE-REPORT-FILE ASSIGN TO "INTAKE.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-RECEIPT-FILE
           RECORDING MODE IS F.
       COPY RCPTREC.

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F.
       01  INTAKE-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RECEIPT-STATUS        PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-IN           PIC X(8).
       01  WS-RUN-DATE-IN-N REDEFINES WS-RUN-DATE-IN
                                    PIC 9(8).
       01  WS-RCP-FILE-NAME         PIC X(30).

       01  WS-QUE-MAX               PIC 9(4) COMP VALUE 50.
       01  WS-QUE-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-QUE-IDX               PIC 9(4) COMP.
       01  WS-QUE-FOUND             PIC 9(4) COMP.

       01  WS-QUE-TABLE.
           05 WS-QUE-ENTRY OCCURS 50 TIMES.
              10 WS-QUE-FILE-NAME   PIC X(30).
              10 WS-QUE-SOURCE-SYS  PIC X(8).
              10 WS-QUE-CREATE-DATE PIC 9(8).
              10 WS-QUE-OUTCOME     PIC X.
                 88 QUE-PROCESSED        VALUE "P".
                 88 QUE-DUPLICATE        VALUE "D".
                 88 QUE-OUT-OF-BALANCE   VALUE "B".
                 88 QUE-ABENDED          VALUE "A".
              10 WS-QUE-BATCH-ID    PIC 9(8).
              10 WS-QUE-MSG-COUNT   PIC 9(4).

       COPY INTKPARM.

       01  WS-CNT-PROCESSED         PIC 9(4) COMP VALUE 0.
       01  WS-CNT-DUPLICATE         PIC 9(4) COMP VALUE 0.
       01  WS-CNT-OUT-OF-BALANCE    PIC 9(4) COMP VALUE 0.
       01  WS-CNT-ABENDED           PIC 9(4) COMP VALUE 0.
       01  WS-CNT-HELD-FILES        PIC 9(4) COMP VALUE 0.
       01  WS-PROCESS-RC            PIC S9(4) COMP VALUE 0.
       01  WS-CNT-MESSAGES          PIC 9(6) COMP VALUE 0.

       01  INT-HEADING-1.
           05 FILLER PIC X(13) VALUE "SYS-INTAKE-86".
           05 FILLER PIC X(34) VALUE
               "  MULTI-SOURCE INTAKE SUMMARY     ".
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 INT-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.

       01  INT-HEADING-2.
           05 FILLER PIC X(27) VALUE "  INPUT FILE".
           05 FILLER PIC X(10) VALUE "SOURCE".
           05 FILLER PIC X(10) VALUE "CREATED".
           05 FILLER PIC X(20) VALUE "OUTCOME".
           05 FILLER PIC X(8)  VALUE "BATCH ID".
           05 FILLER PIC X(5)  VALUE SPACES.

       01  INT-DETAIL-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 INT-DET-FILE     PIC X(24).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 INT-DET-SOURCE   PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 INT-DET-CREATED  PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 INT-DET-OUTCOME  PIC X(18).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 INT-DET-BATCH    PIC X(8).
           05 FILLER           PIC X(5) VALUE SPACES.

       01  INT-SECTION-LINE.
           05 INT-SEC-TEXT PIC X(50).
           05 FILLER PIC X(30) VALUE SPACES.

       01  INT-TOTAL-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 INT-TOT-LABEL    PIC X(30).
           05 INT-TOT-VALUE    PIC Z(5)9.
           05 FILLER           PIC X(42) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-INTAKE-86 MULTI-SOURCE INTAKE".
           MOVE SPACES TO INCIDENT-LOG-RECORD.

           ACCEPT WS-RUN-DATE-IN.
           IF WS-RUN-DATE-IN = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-RUN-DATE-IN-N NOT NUMERIC
                   DISPLAY "ERROR: RUN DATE """ WS-RUN-DATE-IN
                       """ IS NOT A VALID YYYYMMDD DATE"
                   MOVE "P-000-MAIN" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "RUN DATE IS NOT A VALID YYYYMMDD DATE"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-RUN-DATE-IN-N TO WS-RUN-DATE
           END-IF.

           PERFORM P-100-LOAD-RECEIPTS.
           PERFORM P-200-RUN-QUEUE
               VARYING WS-QUE-IDX FROM 1 BY 1
               UNTIL WS-QUE-IDX > WS-QUE-COUNT.
           PERFORM P-300-PRINT-REPORT.

           DISPLAY "SYS-INTAKE-86 COMPLETE - " WS-QUE-COUNT
               " FILES, " WS-CNT-PROCESSED " PROCESSED".
           IF WS-CNT-ABENDED > 0
               DISPLAY "ALERT: " WS-CNT-ABENDED " INTAKE FILES "
                   "ABENDED - SEE INTAKE.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QUE-COUNT = 0 OR WS-CNT-DUPLICATE > 0
                       OR WS-CNT-OUT-OF-BALANCE > 0
                       OR WS-CNT-HELD-FILES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       P-100-LOAD-RECEIPTS.
           OPEN INPUT SOURCE-RECEIPT-FILE.
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "NOTE: SRCRCPT.DAT NOT FOUND - NO FILES "
                   "QUEUED FOR INTAKE"
           ELSE
               PERFORM UNTIL WS-RECEIPT-STATUS = "10"
                   READ SOURCE-RECEIPT-FILE
                       AT END
                           MOVE "10" TO WS-RECEIPT-STATUS
                       NOT AT END
                           IF RCP-RECV-DATE = WS-RUN-DATE
                               PERFORM P-110-QUEUE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-RECEIPT-FILE
           END-IF.
           DISPLAY "Files queued for intake: " WS-QUE-COUNT.

       P-110-QUEUE-RECEIPT.
           IF RCP-FILE-NAME = SPACES
               MOVE "DATASETA.DAT" TO WS-RCP-FILE-NAME
           ELSE
               MOVE RCP-FILE-NAME TO WS-RCP-FILE-NAME
           END-IF.
           MOVE 0 TO WS-QUE-FOUND.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               IF WS-QUE-FILE-NAME(WS-QUE-IDX) = WS-RCP-FILE-NAME
                       AND WS-QUE-SOURCE-SYS(WS-QUE-IDX)
                           = RCP-SOURCE-SYS
                       AND WS-QUE-CREATE-DATE(WS-QUE-IDX)
                           = RCP-CREATE-DATE
                   MOVE WS-QUE-IDX TO WS-QUE-FOUND
               END-IF
           END-PERFORM.
           IF WS-QUE-FOUND > 0
               DISPLAY "NOTE: RECEIPT FOR " WS-RCP-FILE-NAME
                   " SOURCE " RCP-SOURCE-SYS " RECORDED MORE THAN "
                   "ONCE - QUEUED ONCE"
           ELSE
               IF WS-QUE-COUNT >= WS-QUE-MAX
                   DISPLAY "ERROR: RECEIPTS FOR " WS-RUN-DATE
                       " EXCEED INTAKE LIMIT OF " WS-QUE-MAX
                   MOVE "P-110-QUEUE-RECEIPT" TO IL-PARAGRAPH
                   MOVE "RECEIPTS EXCEED INTAKE LIMIT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-QUE-COUNT
               MOVE WS-RCP-FILE-NAME
                   TO WS-QUE-FILE-NAME(WS-QUE-COUNT)
               MOVE RCP-SOURCE-SYS TO WS-QUE-SOURCE-SYS(WS-QUE-COUNT)
               MOVE RCP-CREATE-DATE
                   TO WS-QUE-CREATE-DATE(WS-QUE-COUNT)
               MOVE SPACE TO WS-QUE-OUTCOME(WS-QUE-COUNT)
               MOVE 0 TO WS-QUE-BATCH-ID(WS-QUE-COUNT)
               MOVE 0 TO WS-QUE-MSG-COUNT(WS-QUE-COUNT)
           END-IF.

       P-200-RUN-QUEUE.
           DISPLAY " ".
           DISPLAY "Intake file " WS-QUE-IDX " of " WS-QUE-COUNT ": "
               WS-QUE-FILE-NAME(WS-QUE-IDX) " source "
               WS-QUE-SOURCE-SYS(WS-QUE-IDX).

           MOVE WS-QUE-FILE-NAME(WS-QUE-IDX) TO IP-INPUT-FILE-NAME.
           MOVE WS-RUN-DATE TO IP-RUN-DATE.
           MOVE WS-QUE-IDX TO IP-FILE-NBR.
           MOVE SPACE TO IP-OUTCOME.
           MOVE SPACES TO IP-SOURCE-SYS.
           MOVE 0 TO IP-CREATE-DATE.
           MOVE 0 TO IP-RUN-SEQ.
           MOVE 0 TO IP-BATCH-ID.
           MOVE 0 TO IP-MSG-COUNT.

           CALL "SYS-PROCESS-86-INTAKE"
               USING BY REFERENCE INTAKE-PARM-AREA.
           MOVE RETURN-CODE TO WS-PROCESS-RC.
           CANCEL "SYS-PROCESS-86".
           MOVE 0 TO RETURN-CODE.
           IF WS-PROCESS-RC = 4
               ADD 1 TO WS-CNT-HELD-FILES
           END-IF.

           IF IP-OUTCOME = SPACE
               SET IP-OUTCOME-ABENDED TO TRUE
           END-IF.
           MOVE IP-OUTCOME TO WS-QUE-OUTCOME(WS-QUE-IDX).
           IF IP-SOURCE-SYS NOT = SPACES
               MOVE IP-SOURCE-SYS TO WS-QUE-SOURCE-SYS(WS-QUE-IDX)
           END-IF.
           IF IP-CREATE-DATE NUMERIC AND IP-CREATE-DATE > 0
               MOVE IP-CREATE-DATE
                   TO WS-QUE-CREATE-DATE(WS-QUE-IDX)
           END-IF.

           EVALUATE TRUE
               WHEN QUE-PROCESSED(WS-QUE-IDX)
                   ADD 1 TO WS-CNT-PROCESSED
                   MOVE IP-BATCH-ID TO WS-QUE-BATCH-ID(WS-QUE-IDX)
                   MOVE IP-MSG-COUNT TO WS-QUE-MSG-COUNT(WS-QUE-IDX)
                   ADD IP-MSG-COUNT TO WS-CNT-MESSAGES
                   DISPLAY "Intake file " WS-QUE-IDX
                       " processed as batch " IP-BATCH-ID
               WHEN QUE-DUPLICATE(WS-QUE-IDX)
                   ADD 1 TO WS-CNT-DUPLICATE
                   DISPLAY "WARNING: INTAKE FILE "
                       WS-QUE-FILE-NAME(WS-QUE-IDX)
                       " HELD AS A DUPLICATE SUBMISSION"
               WHEN QUE-OUT-OF-BALANCE(WS-QUE-IDX)
                   ADD 1 TO WS-CNT-OUT-OF-BALANCE
                   DISPLAY "WARNING: INTAKE FILE "
                       WS-QUE-FILE-NAME(WS-QUE-IDX)
                       " OUT OF BALANCE - SEE CTLRPT.RPT"
               WHEN OTHER
                   ADD 1 TO WS-CNT-ABENDED
                   IF IP-BATCH-ID NUMERIC
                       MOVE IP-BATCH-ID
                           TO WS-QUE-BATCH-ID(WS-QUE-IDX)
                   END-IF
                   DISPLAY "WARNING: INTAKE FILE "
                       WS-QUE-FILE-NAME(WS-QUE-IDX)
                       " ABENDED - CONTINUING WITH NEXT FILE"
           END-EVALUATE.

       P-300-PRINT-REPORT.
           OPEN OUTPUT INTAKE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN INTAKE.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-300-PRINT-REPORT" TO IL-PARAGRAPH
               MOVE "INTAKE.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN INTAKE.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           MOVE WS-RUN-DATE TO INT-H1-RUN-DATE.
           WRITE INTAKE-REPORT-LINE FROM INT-HEADING-1.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           WRITE INTAKE-REPORT-LINE.
           WRITE INTAKE-REPORT-LINE FROM INT-HEADING-2.

           IF WS-QUE-COUNT = 0
               MOVE "  NO FILES RECEIVED FOR THIS RUN DATE"
                   TO INT-SEC-TEXT
               WRITE INTAKE-REPORT-LINE FROM INT-SECTION-LINE
           ELSE
               PERFORM P-310-PRINT-FILE-LINE
                   VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
           END-IF.

           MOVE SPACES TO INTAKE-REPORT-LINE.
           WRITE INTAKE-REPORT-LINE.
           MOVE "INTAKE TOTALS" TO INT-SEC-TEXT.
           WRITE INTAKE-REPORT-LINE FROM INT-SECTION-LINE.
           MOVE "FILES QUEUED" TO INT-TOT-LABEL.
           MOVE WS-QUE-COUNT TO INT-TOT-VALUE.
           WRITE INTAKE-REPORT-LINE FROM INT-TOTAL-LINE.
           MOVE "PROCESSED" TO INT-TOT-LABEL.
           MOVE WS-CNT-PROCESSED TO INT-TOT-VALUE.
           WRITE INTAKE-REPORT-LINE FROM INT-TOTAL-LINE.
           MOVE "HELD AS DUPLICATE" TO INT-TOT-LABEL.
           MOVE WS-CNT-DUPLICATE TO INT-TOT-VALUE.
           WRITE INTAKE-REPORT-LINE FROM INT-TOTAL-LINE.
           MOVE "OUT OF BALANCE" TO INT-TOT-LABEL.
           MOVE WS-CNT-OUT-OF-BALANCE TO INT-TOT-VALUE.
           WRITE INTAKE-REPORT-LINE FROM INT-TOTAL-LINE.
           MOVE "ABENDED" TO INT-TOT-LABEL.
           MOVE WS-CNT-ABENDED TO INT-TOT-VALUE.
           WRITE INTAKE-REPORT-LINE FROM INT-TOTAL-LINE.
           MOVE "FILES WITH HELD MESSAGES" TO INT-TOT-LABEL.
           MOVE WS-CNT-HELD-FILES TO INT-TOT-VALUE.
           WRITE INTAKE-REPORT-LINE FROM INT-TOTAL-LINE.
           MOVE "MESSAGES PROCESSED" TO INT-TOT-LABEL.
           MOVE WS-CNT-MESSAGES TO INT-TOT-VALUE.
           WRITE INTAKE-REPORT-LINE FROM INT-TOTAL-LINE.

           CLOSE INTAKE-REPORT-FILE.
           DISPLAY "Intake summary written to INTAKE.RPT".

       P-310-PRINT-FILE-LINE.
           MOVE WS-QUE-FILE-NAME(WS-QUE-IDX) TO INT-DET-FILE.
           MOVE WS-QUE-SOURCE-SYS(WS-QUE-IDX) TO INT-DET-SOURCE.
           MOVE WS-QUE-CREATE-DATE(WS-QUE-IDX) TO INT-DET-CREATED.
           EVALUATE TRUE
               WHEN QUE-PROCESSED(WS-QUE-IDX)
                   MOVE "PROCESSED" TO INT-DET-OUTCOME
               WHEN QUE-DUPLICATE(WS-QUE-IDX)
                   MOVE "HELD - DUPLICATE" TO INT-DET-OUTCOME
               WHEN QUE-OUT-OF-BALANCE(WS-QUE-IDX)
                   MOVE "OUT OF BALANCE" TO INT-DET-OUTCOME
               WHEN OTHER
                   MOVE "ABENDED" TO INT-DET-OUTCOME
           END-EVALUATE.
           IF WS-QUE-BATCH-ID(WS-QUE-IDX) = 0
               MOVE "NONE" TO INT-DET-BATCH
           ELSE
               MOVE WS-QUE-BATCH-ID(WS-QUE-IDX) TO INT-DET-BATCH
           END-IF.
           WRITE INTAKE-REPORT-LINE FROM INT-DETAIL-LINE.

       P-999-ABEND.
           DISPLAY "SYS-INTAKE-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-INTAKE-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-INTAKE-86.
