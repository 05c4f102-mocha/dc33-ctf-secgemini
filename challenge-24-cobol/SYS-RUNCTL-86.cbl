       01  WS-FOUND-SW              PIC X VALUE "N".
           88 RUN-FOUND                    VALUE "Y".

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-RUNCTL-86 RUN CONTROL MAINTENANCE".
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
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUNCTL.DAT, STATUS="
                   WS-RUNCTL-STATUS
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE "RUNCTL.DAT" TO IL-FILE-NAME
               MOVE WS-RUNCTL-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RUNCTL.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                       OR WS-SEGMENT-NO-IN-N = 0
                   DISPLAY "ERROR: SEGMENT NUMBER """
                       WS-SEGMENT-NO-IN """ IS NOT VALID"
                   MOVE "P-000-MAIN" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "SEGMENT NUMBER IS NOT VALID" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-SEGMENT-NO-IN-N TO WS-SEGMENT-NO
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: SEGMENT " WS-SEGMENT-NO
                   " IS NOT REGISTERED FOR RUN DATE " WS-RUN-DATE
               MOVE "P-200-RELEASE-SEGMENT" TO IL-PARAGRAPH
               MOVE "SEGMENT IS NOT REGISTERED FOR RUN DATE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: REWRITE TO RUNCTL.DAT FAILED, STATUS="
                   WS-RUNCTL-STATUS
               MOVE "P-200-RELEASE-SEGMENT" TO IL-PARAGRAPH
               MOVE "RUNCTL.DAT" TO IL-FILE-NAME
               MOVE WS-RUNCTL-STATUS TO IL-FILE-STATUS
               MOVE "REWRITE TO RUNCTL.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           DISPLAY "Segment " WS-SEGMENT-NO " re-released for run "

       P-999-ABEND.
           DISPLAY "SYS-RUNCTL-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-RUNCTL-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

