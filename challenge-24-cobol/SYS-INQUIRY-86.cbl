       01  WS-FOUND-SW              PIC X VALUE "N".
           88 RUN-FOUND                    VALUE "Y".

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-INQUIRY-86 RUN HISTORY INQUIRY".
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
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, STATUS="
                   WS-RUNHIST-STATUS
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE "RUNHIST.DAT" TO IL-FILE-NAME
               MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               IF WS-RUN-SEQ-IN-N NOT NUMERIC
                   DISPLAY "ERROR: RUN SEQUENCE """ WS-RUN-SEQ-IN
                       """ IS NOT NUMERIC"
                   MOVE "P-000-MAIN" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "RUN SEQUENCE IS NOT NUMERIC" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-RUN-SEQ-IN-N TO WS-RUN-SEQ

       P-999-ABEND.
           DISPLAY "SYS-INQUIRY-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-INQUIRY-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

