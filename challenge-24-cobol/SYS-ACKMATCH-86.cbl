           05 AGE-TOT-VALUE    PIC Z(5)9.
           05 FILLER           PIC X(42) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-ACKMATCH-86 ACKNOWLEDGEMENT MATCH".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
               IF WS-ACK-COUNT >= WS-ACK-MAX
                   DISPLAY "ERROR: ACKNOWLEDGEMENTS EXCEED LIMIT "
                       "OF " WS-ACK-MAX
                   MOVE "P-070-STORE-ACK" TO IL-PARAGRAPH
                   MOVE "ACKNOWLEDGEMENTS EXCEED LIMIT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-ACK-COUNT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN AGERPT.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-080-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "AGERPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN AGERPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO AGE-H1-RUN-DATE.
           IF WS-OLD-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.DAT, STATUS="
                   WS-OLD-LOG-STATUS
               MOVE "P-100-MATCH-LOG" TO IL-PARAGRAPH
               MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
               MOVE WS-OLD-LOG-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN IFPUBLOG.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-NEW-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.NEW, STATUS="
                   WS-NEW-LOG-STATUS
               MOVE "P-100-MATCH-LOG" TO IL-PARAGRAPH
               MOVE "IFPUBLOG.NEW" TO IL-FILE-NAME
               MOVE WS-NEW-LOG-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN IFPUBLOG.NEW" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-NEW-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO IFPUBLOG.NEW FAILED, "
                   "STATUS=" WS-NEW-LOG-STATUS
               MOVE "P-110-MATCH-RECORD" TO IL-PARAGRAPH
               MOVE "IFPUBLOG.NEW" TO IL-FILE-NAME
               MOVE WS-NEW-LOG-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO IFPUBLOG.NEW FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.


       P-999-ABEND.
           DISPLAY "SYS-ACKMATCH-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-ACKMATCH-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

