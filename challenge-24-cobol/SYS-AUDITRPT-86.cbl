           05 RPT-MM-MAX      PIC Z(3)9.
           05 FILLER          PIC X(90) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-AUDITRPT-86 AUDIT TRAIL REPORT".
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
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-AUDIT-FILE-NAME
                   " STATUS=" WS-AUDIT-STATUS
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN AUDITRPT.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE "AUDITRPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN AUDITRPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.


       P-999-ABEND.
           DISPLAY "SYS-AUDITRPT-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-AUDITRPT-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

