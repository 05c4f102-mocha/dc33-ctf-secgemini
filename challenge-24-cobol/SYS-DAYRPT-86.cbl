           05 OPS-ALERT-TEXT PIC X(70).
           05 FILLER PIC X(6) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-DAYRPT-86 DAILY OPERATIONS SUMMARY".
           MOVE SPACES TO INCIDENT-LOG-RECORD.

           ACCEPT WS-RUN-DATE-IN.
           IF WS-RUN-DATE-IN = SPACES
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
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN OPSRPT.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-500-PRINT-REPORT" TO IL-PARAGRAPH
               MOVE "OPSRPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN OPSRPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.


       P-999-ABEND.
           DISPLAY "SYS-DAYRPT-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-DAYRPT-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

