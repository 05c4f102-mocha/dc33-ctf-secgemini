           05 CMP-TOT-VALUE    PIC Z(5)9.
           05 FILLER           PIC X(94) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-COMPARE-86 RUN COMPARISON".
           MOVE SPACES TO INCIDENT-LOG-RECORD.

           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, STATUS="
                   WS-RUNHIST-STATUS
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE "RUNHIST.DAT" TO IL-FILE-NAME
               MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           OPEN INPUT AUDIT-MASTER-FILE.
           IF WS-AUDMST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN AUDITMST.DAT, STATUS="
                   WS-AUDMST-STATUS
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE "AUDITMST.DAT" TO IL-FILE-NAME
               MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN AUDITMST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUN-DATE-IN-N NOT NUMERIC
               DISPLAY "ERROR: RUN DATE """ WS-RUN-DATE-IN
                   """ IS NOT A VALID YYYYMMDD DATE"
               MOVE "P-020-ACCEPT-RUN" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "RUN DATE IS NOT A VALID YYYYMMDD DATE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE-IN-N TO WS-CMP-DATE(WS-RUN-IDX).
               IF WS-RUN-SEQ-IN-N NOT NUMERIC
                   DISPLAY "ERROR: RUN SEQUENCE """ WS-RUN-SEQ-IN
                       """ IS NOT NUMERIC"
                   MOVE "P-020-ACCEPT-RUN" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "RUN SEQUENCE IS NOT NUMERIC" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-RUN-SEQ-IN-N TO WS-CMP-SEQ(WS-RUN-IDX)
           IF WS-SEL-SEQ = 0
               DISPLAY "ERROR: NO RUN HISTORY FOUND FOR DATE "
                   WS-SEL-DATE
               MOVE "P-030-LATEST-RUN-SEQ" TO IL-PARAGRAPH
               MOVE "NO RUN HISTORY FOUND FOR DATE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-CMP-MSG-COUNT(WS-RUN-IDX) = 0
               DISPLAY "ERROR: NO RUN HISTORY MESSAGES FOR DATE "
                   WS-SEL-DATE " SEQUENCE " WS-SEL-SEQ
               MOVE "P-100-LOAD-RUN" TO IL-PARAGRAPH
               MOVE "NO RUN HISTORY MESSAGES FOR DATE SEQUENCE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                   "DATE " WS-SEL-DATE " SEQUENCE " WS-SEL-SEQ
                   " - DETAIL MAY HAVE BEEN PURGED, COMPARISON "
                   "REFUSED"
               MOVE "P-100-LOAD-RUN" TO IL-PARAGRAPH
               MOVE "AUDITMST.DAT" TO IL-FILE-NAME
               MOVE "NO AUDIT DETAIL ON AUDITMST.DAT FOR DATE SEQUENCE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           DISPLAY "Run " WS-RUN-IDX " loaded: "
       P-110-STORE-MESSAGE.
           IF WS-CMP-MSG-COUNT(WS-RUN-IDX) >= WS-MSG-MAX
               DISPLAY "ERROR: MESSAGES EXCEED LIMIT OF " WS-MSG-MAX
               MOVE "P-110-STORE-MESSAGE" TO IL-PARAGRAPH
               MOVE "MESSAGES EXCEED LIMIT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           ADD 1 TO WS-CMP-MSG-COUNT(WS-RUN-IDX).
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN CMPRPT.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-300-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "CMPRPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN CMPRPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-CMP-DATE(1) TO CMP-H1-DATE-1.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO CMPRPT.RPT FAILED, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-540-WRITE-DETAIL" TO IL-PARAGRAPH
               MOVE "CMPRPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO CMPRPT.RPT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.


       P-999-ABEND.
           DISPLAY "SYS-COMPARE-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-COMPARE-86" TO IL-PROGRAM.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

