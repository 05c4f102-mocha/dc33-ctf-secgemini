       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-ADHOC-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADHOC-LOG-FILE ASSIGN TO "ADHOCLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ADHOCLOG-STATUS.

           SELECT CODE-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-CODE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.

           SELECT SOURCE-RECEIPT-FILE ASSIGN TO "SRCRCPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT ADHOC-REPORT-FILE ASSIGN TO "ADHOC.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADHOC-LOG-FILE.
       COPY ADHOCREC.

       FD  CODE-OUTPUT-FILE
           RECORDING MODE IS F.
       01  CODE-OUTPUT-RECORD.
           05 CO-RECORD-TYPE        PIC X(2).
              88 CO-HEADER-REC            VALUE "HD".
              88 CO-MESSAGE-REC           VALUE "MS".
              88 CO-DATA-REC              VALUE "DT".
              88 CO-TRAILER-REC           VALUE "TR".
           05 CO-RECORD-BODY        PIC X(28).
           05 CO-HEADER-BODY REDEFINES CO-RECORD-BODY.
              10 CO-HDR-CREATE-DATE PIC 9(8).
              10 CO-HDR-SOURCE-SYS  PIC X(8).
              10 CO-HDR-EXPECT-COUNT
                                    PIC 9(6).
              10 FILLER             PIC X(6).
           05 CO-MESSAGE-BODY REDEFINES CO-RECORD-BODY.
              10 CO-MSG-SEQ         PIC 9(4).
              10 FILLER             PIC X(24).
           05 CO-DATA-BODY REDEFINES CO-RECORD-BODY.
              10 CO-DATA-VALUE      PIC S9(4) SIGN LEADING SEPARATE.
              10 FILLER             PIC X(23).
           05 CO-TRAILER-BODY REDEFINES CO-RECORD-BODY.
              10 CO-TRL-REC-COUNT   PIC 9(6).
              10 CO-TRL-HASH-TOTAL  PIC S9(10) SIGN LEADING SEPARATE.
              10 FILLER             PIC X(11).

       FD  SOURCE-RECEIPT-FILE
           RECORDING MODE IS F.
       COPY RCPTREC.

       FD  ADHOC-REPORT-FILE
           RECORDING MODE IS F.
       01  ADHOC-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ADHOCLOG-STATUS       PIC X(2).
       01  WS-CODE-FILE-NAME        PIC X(30).
       01  WS-CODE-STATUS           PIC X(2).
       01  WS-RECEIPT-STATUS        PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-HHMM              PIC 9(4).

       01  WS-ADHOCLOG-SW           PIC X VALUE "Y".
           88 ADHOCLOG-PRESENT             VALUE "Y".
           88 ADHOCLOG-ABSENT              VALUE "N".

       01  WS-SUB-MAX               PIC 9(4) COMP VALUE 50.
       01  WS-SUB-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-SUB-IDX               PIC 9(4) COMP.
       01  WS-SUB-SCAN              PIC 9(4) COMP.
       01  WS-POS-IDX               PIC 9(4) COMP.
       01  WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 50 TIMES.
              10 WS-SUB-KEY         PIC X(21).
              10 WS-SUB-SOURCE-SYS  PIC X(8).
              10 WS-SUB-DEST-ID     PIC X(8).
              10 WS-SUB-USER-ID     PIC X(8).
              10 WS-SUB-PROMOTE-USER
                                    PIC X(8).
              10 WS-SUB-DONE-SW     PIC X.
                 88 SUB-WRITTEN          VALUE "Y".
              10 WS-SUB-MSG-SEQ     PIC 9(4) COMP.
              10 WS-SUB-SIZE        PIC 9(4) COMP.
              10 WS-SUB-POINT       PIC S9(4) COMP OCCURS 40 TIMES.

       01  WS-FILE-SOURCE-SYS       PIC X(8).
       01  WS-FILE-MSG-COUNT        PIC 9(4) COMP.
       01  WS-DT-COUNT              PIC 9(6) COMP.
       01  WS-HASH-TOTAL            PIC S9(10) COMP.

       01  WS-CNT-PROMOTED          PIC 9(6) COMP VALUE 0.
       01  WS-CNT-SUBMITTED         PIC 9(6) COMP VALUE 0.
       01  WS-CNT-FILES             PIC 9(6) COMP VALUE 0.
       01  WS-CNT-DEFERRED          PIC 9(6) COMP VALUE 0.

       01  ADH-HEADING-1.
           05 FILLER PIC X(12) VALUE "SYS-ADHOC-86".
           05 FILLER PIC X(35) VALUE
               "  AD-HOC DECODE SUBMISSION         ".
           05 FILLER PIC X(9)  VALUE "  RUN ON ".
           05 ADH-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.

       01  ADH-SECTION-LINE.
           05 ADH-SEC-TEXT PIC X(50).
           05 FILLER PIC X(30) VALUE SPACES.

       01  ADH-FILE-LINE.
           05 FILLER           PIC X(7) VALUE "  FILE ".
           05 ADH-FIL-NAME     PIC X(30).
           05 FILLER           PIC X(9) VALUE "  SOURCE ".
           05 ADH-FIL-SOURCE   PIC X(8).
           05 FILLER           PIC X(11) VALUE "  MESSAGES ".
           05 ADH-FIL-MESSAGES PIC ZZZ9.
           05 FILLER           PIC X(11) VALUE SPACES.

       01  ADH-DETAIL-HEADING.
           05 FILLER PIC X(40) VALUE
               "    MSG  LOG KEY               DEST     ".
           05 FILLER PIC X(40) VALUE
               "PTS  DECODED BY  PROMOTED BY            ".

       01  ADH-DETAIL-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 ADH-DET-MSG-SEQ  PIC 9(4).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 ADH-DET-LOG-KEY  PIC X(21).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 ADH-DET-DEST-ID  PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 ADH-DET-POINTS   PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ADH-DET-USER-ID  PIC X(8).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 ADH-DET-PROMOTER PIC X(8).
           05 FILLER           PIC X(15) VALUE SPACES.

       01  ADH-TOTAL-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ADH-TOT-LABEL    PIC X(30).
           05 ADH-TOT-VALUE    PIC Z(5)9.
           05 FILLER           PIC X(42) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-ADHOC-86 AD-HOC DECODE SUBMISSION".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DIVIDE WS-RUN-TIME BY 10000 GIVING WS-RUN-HHMM.

           PERFORM P-050-OPEN-FILES.
           PERFORM P-080-OPEN-REPORT.

           IF ADHOCLOG-PRESENT
               PERFORM P-100-COLLECT-PROMOTED
               IF WS-SUB-COUNT = 0
                   MOVE "NO PROMOTED DECODES AWAITING SUBMISSION"
                       TO ADH-SEC-TEXT
                   WRITE ADHOC-REPORT-LINE FROM ADH-SECTION-LINE
               ELSE
                   PERFORM P-200-WRITE-SOURCE-FILE
                       VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WS-SUB-COUNT
               END-IF
           ELSE
               MOVE "NO AD-HOC DECODE LOG ON FILE" TO ADH-SEC-TEXT
               WRITE ADHOC-REPORT-LINE FROM ADH-SECTION-LINE
           END-IF.

           PERFORM P-400-PRINT-TOTALS.
           PERFORM P-900-CLOSE-FILES.

           DISPLAY "SYS-ADHOC-86 COMPLETE - " WS-CNT-SUBMITTED
               " MESSAGES SUBMITTED IN " WS-CNT-FILES " FILES".
           IF WS-CNT-DEFERRED > 0
               DISPLAY "NOTE: " WS-CNT-DEFERRED " PROMOTED DECODES "
                   "EXCEED THE LIMIT OF " WS-SUB-MAX " - LEFT FOR "
                   "THE NEXT CYCLE"
           END-IF.
           STOP RUN.

       P-050-OPEN-FILES.
           OPEN I-O ADHOC-LOG-FILE.
           IF WS-ADHOCLOG-STATUS = "35"
               SET ADHOCLOG-ABSENT TO TRUE
               DISPLAY "NOTE: ADHOCLOG.DAT NOT FOUND - NO AD-HOC "
                   "DECODES HAVE BEEN LOGGED"
           ELSE
               IF WS-ADHOCLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN ADHOCLOG.DAT, "
                       "STATUS=" WS-ADHOCLOG-STATUS
                   MOVE "P-050-OPEN-FILES" TO IL-PARAGRAPH
                   MOVE "ADHOCLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-ADHOCLOG-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN ADHOCLOG.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.

       P-080-OPEN-REPORT.
           OPEN OUTPUT ADHOC-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN ADHOC.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-080-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "ADHOC.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN ADHOC.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO ADH-H1-RUN-DATE.
           WRITE ADHOC-REPORT-LINE FROM ADH-HEADING-1.
           MOVE SPACES TO ADHOC-REPORT-LINE.
           WRITE ADHOC-REPORT-LINE.

       P-100-COLLECT-PROMOTED.
           PERFORM UNTIL WS-ADHOCLOG-STATUS NOT = "00"
               READ ADHOC-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-ADHOCLOG-STATUS
                   NOT AT END
                       IF AL-STATUS-PROMOTED
                           PERFORM P-110-QUEUE-DECODE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ADHOCLOG-STATUS NOT = "10"
               DISPLAY "ERROR: READ OF ADHOCLOG.DAT FAILED, STATUS="
                   WS-ADHOCLOG-STATUS
               MOVE "P-100-COLLECT-PROMOTED" TO IL-PARAGRAPH
               MOVE "ADHOCLOG.DAT" TO IL-FILE-NAME
               MOVE WS-ADHOCLOG-STATUS TO IL-FILE-STATUS
               MOVE "READ OF ADHOCLOG.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-110-QUEUE-DECODE.
           ADD 1 TO WS-CNT-PROMOTED.
           IF WS-SUB-COUNT >= WS-SUB-MAX
               ADD 1 TO WS-CNT-DEFERRED
           ELSE
               ADD 1 TO WS-SUB-COUNT
               MOVE AL-KEY TO WS-SUB-KEY(WS-SUB-COUNT)
               MOVE AL-SOURCE-SYS TO WS-SUB-SOURCE-SYS(WS-SUB-COUNT)
               MOVE AL-DEST-ID TO WS-SUB-DEST-ID(WS-SUB-COUNT)
               MOVE AL-USER-ID TO WS-SUB-USER-ID(WS-SUB-COUNT)
               MOVE AL-PROMOTE-USER
                   TO WS-SUB-PROMOTE-USER(WS-SUB-COUNT)
               MOVE "N" TO WS-SUB-DONE-SW(WS-SUB-COUNT)
               MOVE 0 TO WS-SUB-MSG-SEQ(WS-SUB-COUNT)
               MOVE AL-POINT-COUNT TO WS-SUB-SIZE(WS-SUB-COUNT)
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                       UNTIL WS-POS-IDX > AL-POINT-COUNT
                   MOVE AL-DATA-POINT(WS-POS-IDX)
                       TO WS-SUB-POINT(WS-SUB-COUNT, WS-POS-IDX)
               END-PERFORM
           END-IF.

       P-200-WRITE-SOURCE-FILE.
           IF NOT SUB-WRITTEN(WS-SUB-IDX)
               MOVE WS-SUB-SOURCE-SYS(WS-SUB-IDX)
                   TO WS-FILE-SOURCE-SYS
               PERFORM P-210-OPEN-CODE-FILE
               PERFORM P-230-WRITE-MESSAGE
                   VARYING WS-SUB-SCAN FROM WS-SUB-IDX BY 1
                   UNTIL WS-SUB-SCAN > WS-SUB-COUNT
               MOVE SPACES TO CODE-OUTPUT-RECORD
               SET CO-TRAILER-REC TO TRUE
               MOVE WS-DT-COUNT TO CO-TRL-REC-COUNT
               MOVE WS-HASH-TOTAL TO CO-TRL-HASH-TOTAL
               PERFORM P-250-CODE-WRITE
               CLOSE CODE-OUTPUT-FILE
               ADD 1 TO WS-CNT-FILES
               DISPLAY "Input file written: " WS-CODE-FILE-NAME
                   " for source " WS-FILE-SOURCE-SYS
               PERFORM P-300-APPEND-RECEIPT
               PERFORM P-320-REPORT-FILE
           END-IF.

       P-210-OPEN-CODE-FILE.
           MOVE SPACES TO WS-CODE-FILE-NAME.
           STRING "ADHOC" DELIMITED BY SIZE
               WS-FILE-SOURCE-SYS DELIMITED BY SPACE
               WS-RUN-DATE DELIMITED BY SIZE
               WS-RUN-HHMM DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-CODE-FILE-NAME.

           MOVE 0 TO WS-DT-COUNT.
           PERFORM VARYING WS-SUB-SCAN FROM WS-SUB-IDX BY 1
                   UNTIL WS-SUB-SCAN > WS-SUB-COUNT
               IF WS-SUB-SOURCE-SYS(WS-SUB-SCAN) = WS-FILE-SOURCE-SYS
                   ADD WS-SUB-SIZE(WS-SUB-SCAN) TO WS-DT-COUNT
               END-IF
           END-PERFORM.

           OPEN INPUT CODE-OUTPUT-FILE.
           IF WS-CODE-STATUS = "00"
               CLOSE CODE-OUTPUT-FILE
               DISPLAY "ERROR: " WS-CODE-FILE-NAME " ALREADY EXISTS"
                   " - NOT OVERWRITTEN, RERUN IN THE NEXT MINUTE"
               MOVE "P-210-OPEN-CODE-FILE" TO IL-PARAGRAPH
               MOVE WS-CODE-FILE-NAME TO IL-FILE-NAME
               MOVE "INPUT FILE ALREADY EXISTS - NOT OVERWRITTEN"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           OPEN OUTPUT CODE-OUTPUT-FILE.
           IF WS-CODE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-CODE-FILE-NAME
                   " STATUS=" WS-CODE-STATUS
               MOVE "P-210-OPEN-CODE-FILE" TO IL-PARAGRAPH
               MOVE WS-CODE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-CODE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           MOVE 0 TO WS-HASH-TOTAL.
           MOVE 0 TO WS-FILE-MSG-COUNT.
           MOVE SPACES TO CODE-OUTPUT-RECORD.
           SET CO-HEADER-REC TO TRUE.
           MOVE WS-RUN-DATE TO CO-HDR-CREATE-DATE.
           MOVE WS-FILE-SOURCE-SYS TO CO-HDR-SOURCE-SYS.
           MOVE WS-DT-COUNT TO CO-HDR-EXPECT-COUNT.
           PERFORM P-250-CODE-WRITE.

       P-230-WRITE-MESSAGE.
           IF WS-SUB-SOURCE-SYS(WS-SUB-SCAN) = WS-FILE-SOURCE-SYS
               ADD 1 TO WS-FILE-MSG-COUNT
               MOVE WS-FILE-MSG-COUNT TO WS-SUB-MSG-SEQ(WS-SUB-SCAN)
               SET SUB-WRITTEN(WS-SUB-SCAN) TO TRUE
               MOVE SPACES TO CODE-OUTPUT-RECORD
               SET CO-MESSAGE-REC TO TRUE
               MOVE WS-FILE-MSG-COUNT TO CO-MSG-SEQ
               PERFORM P-250-CODE-WRITE
               PERFORM P-240-WRITE-DATA-POINT
                   VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-SUB-SIZE(WS-SUB-SCAN)
           END-IF.

       P-240-WRITE-DATA-POINT.
           MOVE SPACES TO CODE-OUTPUT-RECORD.
           SET CO-DATA-REC TO TRUE.
           MOVE WS-SUB-POINT(WS-SUB-SCAN, WS-POS-IDX) TO CO-DATA-VALUE.
           ADD WS-SUB-POINT(WS-SUB-SCAN, WS-POS-IDX) TO WS-HASH-TOTAL.
           PERFORM P-250-CODE-WRITE.

       P-250-CODE-WRITE.
           WRITE CODE-OUTPUT-RECORD.
           IF WS-CODE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-CODE-FILE-NAME
                   " FAILED, STATUS=" WS-CODE-STATUS
               MOVE "P-250-CODE-WRITE" TO IL-PARAGRAPH
               MOVE WS-CODE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-CODE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-300-APPEND-RECEIPT.
           OPEN EXTEND SOURCE-RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = "35"
               OPEN OUTPUT SOURCE-RECEIPT-FILE
           END-IF.
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SRCRCPT.DAT, STATUS="
                   WS-RECEIPT-STATUS
               MOVE "P-300-APPEND-RECEIPT" TO IL-PARAGRAPH
               MOVE "SRCRCPT.DAT" TO IL-FILE-NAME
               MOVE WS-RECEIPT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN SRCRCPT.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-FILE-SOURCE-SYS TO RCP-SOURCE-SYS.
           MOVE WS-RUN-DATE TO RCP-CREATE-DATE.
           MOVE WS-RUN-DATE TO RCP-RECV-DATE.
           MOVE WS-RUN-HHMM TO RCP-RECV-TIME.
           MOVE WS-CODE-FILE-NAME TO RCP-FILE-NAME.
           WRITE SOURCE-RECEIPT-RECORD.
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO SRCRCPT.DAT FAILED, STATUS="
                   WS-RECEIPT-STATUS
               MOVE "P-300-APPEND-RECEIPT" TO IL-PARAGRAPH
               MOVE "SRCRCPT.DAT" TO IL-FILE-NAME
               MOVE WS-RECEIPT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO SRCRCPT.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           CLOSE SOURCE-RECEIPT-FILE.
           DISPLAY "Receipt recorded for source " WS-FILE-SOURCE-SYS
               " created " WS-RUN-DATE " in " WS-CODE-FILE-NAME.

       P-320-REPORT-FILE.
           MOVE WS-CODE-FILE-NAME TO ADH-FIL-NAME.
           MOVE WS-FILE-SOURCE-SYS TO ADH-FIL-SOURCE.
           MOVE WS-FILE-MSG-COUNT TO ADH-FIL-MESSAGES.
           WRITE ADHOC-REPORT-LINE FROM ADH-FILE-LINE.
           WRITE ADHOC-REPORT-LINE FROM ADH-DETAIL-HEADING.
           PERFORM P-330-MARK-SUBMITTED
               VARYING WS-SUB-SCAN FROM WS-SUB-IDX BY 1
               UNTIL WS-SUB-SCAN > WS-SUB-COUNT.
           MOVE SPACES TO ADHOC-REPORT-LINE.
           WRITE ADHOC-REPORT-LINE.

       P-330-MARK-SUBMITTED.
           IF WS-SUB-SOURCE-SYS(WS-SUB-SCAN) = WS-FILE-SOURCE-SYS
               MOVE WS-SUB-KEY(WS-SUB-SCAN) TO AL-KEY
               READ ADHOC-LOG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ADHOCLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: READ OF ADHOCLOG.DAT FAILED FOR "
                       "KEY " WS-SUB-KEY(WS-SUB-SCAN) ", STATUS="
                       WS-ADHOCLOG-STATUS
                   MOVE "P-330-MARK-SUBMITTED" TO IL-PARAGRAPH
                   MOVE "ADHOCLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-ADHOCLOG-STATUS TO IL-FILE-STATUS
                   MOVE "READ OF ADHOCLOG.DAT FAILED FOR KEY"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               SET AL-STATUS-SUBMITTED TO TRUE
               MOVE WS-RUN-DATE TO AL-SUBMIT-DATE
               MOVE WS-CODE-FILE-NAME TO AL-SUBMIT-FILE
               MOVE WS-SUB-MSG-SEQ(WS-SUB-SCAN) TO AL-SUBMIT-MSG-SEQ
               REWRITE ADHOC-LOG-RECORD
               IF WS-ADHOCLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: REWRITE OF ADHOCLOG.DAT FAILED, "
                       "STATUS=" WS-ADHOCLOG-STATUS
                   MOVE "P-330-MARK-SUBMITTED" TO IL-PARAGRAPH
                   MOVE "ADHOCLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-ADHOCLOG-STATUS TO IL-FILE-STATUS
                   MOVE "REWRITE OF ADHOCLOG.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-CNT-SUBMITTED
               MOVE WS-SUB-MSG-SEQ(WS-SUB-SCAN) TO ADH-DET-MSG-SEQ
               MOVE WS-SUB-KEY(WS-SUB-SCAN) TO ADH-DET-LOG-KEY
               MOVE WS-SUB-DEST-ID(WS-SUB-SCAN) TO ADH-DET-DEST-ID
               MOVE WS-SUB-SIZE(WS-SUB-SCAN) TO ADH-DET-POINTS
               MOVE WS-SUB-USER-ID(WS-SUB-SCAN) TO ADH-DET-USER-ID
               MOVE WS-SUB-PROMOTE-USER(WS-SUB-SCAN)
                   TO ADH-DET-PROMOTER
               WRITE ADHOC-REPORT-LINE FROM ADH-DETAIL-LINE
           END-IF.

       P-400-PRINT-TOTALS.
           MOVE "SUBMISSION TOTALS" TO ADH-SEC-TEXT.
           WRITE ADHOC-REPORT-LINE FROM ADH-SECTION-LINE.
           MOVE "PROMOTED DECODES FOUND" TO ADH-TOT-LABEL.
           MOVE WS-CNT-PROMOTED TO ADH-TOT-VALUE.
           WRITE ADHOC-REPORT-LINE FROM ADH-TOTAL-LINE.
           MOVE "MESSAGES SUBMITTED" TO ADH-TOT-LABEL.
           MOVE WS-CNT-SUBMITTED TO ADH-TOT-VALUE.
           WRITE ADHOC-REPORT-LINE FROM ADH-TOTAL-LINE.
           MOVE "INPUT FILES WRITTEN" TO ADH-TOT-LABEL.
           MOVE WS-CNT-FILES TO ADH-TOT-VALUE.
           WRITE ADHOC-REPORT-LINE FROM ADH-TOTAL-LINE.
           MOVE "LEFT FOR NEXT CYCLE" TO ADH-TOT-LABEL.
           MOVE WS-CNT-DEFERRED TO ADH-TOT-VALUE.
           WRITE ADHOC-REPORT-LINE FROM ADH-TOTAL-LINE.

       P-900-CLOSE-FILES.
           IF ADHOCLOG-PRESENT
               CLOSE ADHOC-LOG-FILE
           END-IF.
           CLOSE ADHOC-REPORT-FILE.

       P-999-ABEND.
           DISPLAY "SYS-ADHOC-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-ADHOC-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-ADHOC-86.
