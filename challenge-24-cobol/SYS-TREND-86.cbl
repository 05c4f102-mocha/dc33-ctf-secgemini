           05 TRD-ALERT-TEXT PIC X(70).
           05 FILLER PIC X(6) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-TREND-86 STATISTICS TREND REPORT".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P-020-LOAD-CONTROL.
           IF WS-STATHIST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN STATHIST.DAT, STATUS="
                   WS-STATHIST-STATUS
               MOVE "P-050-LOAD-HISTORY" TO IL-PARAGRAPH
               MOVE "STATHIST.DAT" TO IL-FILE-NAME
               MOVE WS-STATHIST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN STATHIST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           END-IF.
           IF WS-HIST-COUNT = 0
               DISPLAY "ERROR: NO RUN RECORDS ON STATHIST.DAT"
               MOVE "P-050-LOAD-HISTORY" TO IL-PARAGRAPH
               MOVE "STATHIST.DAT" TO IL-FILE-NAME
               MOVE "NO RUN RECORDS ON STATHIST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN TRENDRPT.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-080-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "TRENDRPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN TRENDRPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO TRD-H1-RUN-DATE.

       P-999-ABEND.
           DISPLAY "SYS-TREND-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-TREND-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

