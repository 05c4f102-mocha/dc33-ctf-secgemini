       01  WS-STAT-MIN-RSLT         PIC 9(4) COMP VALUE 9999.
       01  WS-STAT-MAX-RSLT         PIC 9(4) COMP VALUE 0.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-WORKER-86 SEGMENT DECODER".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-SEGMENT-NO-IN.
                   OR WS-SEGMENT-NO-IN-N = 0
               DISPLAY "ERROR: SEGMENT NUMBER """ WS-SEGMENT-NO-IN
                   """ IS NOT VALID"
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "SEGMENT NUMBER IS NOT VALID" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-SEGMENT-NO-IN-N TO WS-SEGMENT-NO.
               DISPLAY "ERROR: UNABLE TO OPEN "
                   WS-SEGMENT-FILE-NAME " STATUS="
                   WS-SEGMENT-STATUS
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE WS-SEGMENT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-SEGMENT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               DISPLAY "ERROR: UNABLE TO OPEN "
                   WS-PARTIAL-FILE-NAME " STATUS="
                   WS-PARTIAL-STATUS
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
               MOVE WS-PARTIAL-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF NOT SEG-TRAILER-SEEN
               DISPLAY "ERROR: NO TRAILER ON "
                   WS-SEGMENT-FILE-NAME " - SEGMENT INCOMPLETE"
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE WS-SEGMENT-FILE-NAME TO IL-FILE-NAME
               MOVE "NO TRAILER ON FILE - SEGMENT INCOMPLETE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                       "DATA-POINT " WS-RECON-N " EXPECTED "
                       CP-RECON-EXPECT(WS-RECON-IDX) " GOT "
                       WS-RECON-RSLT " FOR PROFILE " CP-PROFILE-ID
                   MOVE "P-030-RECONCILE" TO IL-PARAGRAPH
                   SET IL-CAUSE-RECONCILE TO TRUE
                   MOVE "RECONCILIATION CHECK FAILED"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-PERFORM.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUNCTL.DAT, STATUS="
                   WS-RUNCTL-STATUS " - RUN THE SPLIT FIRST"
               MOVE "P-040-RUNCTL-CLAIM" TO IL-PARAGRAPH
               MOVE "RUNCTL.DAT" TO IL-FILE-NAME
               MOVE WS-RUNCTL-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RUNCTL.DAT - RUN THE SPLIT FIRST"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               DISPLAY "ERROR: SEGMENT " WS-SEGMENT-NO
                   " IS NOT REGISTERED FOR RUN DATE " WS-RUN-DATE
                   " - RERUN THE SPLIT"
               MOVE "P-040-RUNCTL-CLAIM" TO IL-PARAGRAPH
               MOVE "SEGMENT IS NOT REGISTERED FOR RUN DATE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF RC-STATUS-COMPLETE
               DISPLAY "ERROR: SEGMENT " WS-SEGMENT-NO
                   " ALREADY COMPLETE FOR RUN DATE " WS-RUN-DATE
                   " - RE-RELEASE IT WITH SYS-RUNCTL-86 TO RERUN"
               MOVE "P-040-RUNCTL-CLAIM" TO IL-PARAGRAPH
               SET IL-CAUSE-SEGMENT TO TRUE
               MOVE "SEGMENT ALREADY COMPLETE FOR RUN DATE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF RC-STATUS-STARTED
               DISPLAY "ERROR: SEGMENT " WS-SEGMENT-NO
                   " ALREADY STARTED BY ANOTHER WORKER - "
                   "RE-RELEASE IT WITH SYS-RUNCTL-86 IF IT FAILED"
               MOVE "P-040-RUNCTL-CLAIM" TO IL-PARAGRAPH
               SET IL-CAUSE-SEGMENT TO TRUE
               MOVE "SEGMENT ALREADY STARTED BY ANOTHER WORKER"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: REWRITE TO RUNCTL.DAT FAILED, STATUS="
                   WS-RUNCTL-STATUS
               MOVE "P-050-RUNCTL-REWRITE" TO IL-PARAGRAPH
               MOVE "RUNCTL.DAT" TO IL-FILE-NAME
               MOVE WS-RUNCTL-STATUS TO IL-FILE-STATUS
               MOVE "REWRITE TO RUNCTL.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: RUN CONTROL RECORD LOST FOR SEGMENT "
                   WS-SEGMENT-NO ", STATUS=" WS-RUNCTL-STATUS
               MOVE "P-220-RUNCTL-COMPLETE" TO IL-PARAGRAPH
               MOVE WS-RUNCTL-STATUS TO IL-FILE-STATUS
               MOVE "RUN CONTROL RECORD LOST FOR SEGMENT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           SET RC-STATUS-COMPLETE TO TRUE.
                           OR SG-TRL-TOTAL-COUNT NOT NUMERIC
                       DISPLAY "ERROR: TRAILER CONTROL FIELDS ARE "
                           "NOT NUMERIC IN " WS-SEGMENT-FILE-NAME
                       MOVE "P-100-PROCESS-RECORD" TO IL-PARAGRAPH
                       MOVE WS-SEGMENT-FILE-NAME TO IL-FILE-NAME
                       MOVE "TRAILER CONTROL FIELDS ARE NOT NUMERIC"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   IF SG-TRL-REC-COUNT NOT = WS-SEG-REC-COUNT
                       DISPLAY "ERROR: SEGMENT COUNT MISMATCH - "
                           "TRAILER " SG-TRL-REC-COUNT
                           " RECEIVED " WS-SEG-REC-COUNT
                       MOVE "P-100-PROCESS-RECORD" TO IL-PARAGRAPH
                       SET IL-CAUSE-OUT-OF-BALANCE TO TRUE
                       MOVE "SEGMENT COUNT MISMATCH - TRAILER RECEIVED"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   IF SG-TRL-RUN-DATE NOT = WS-RUN-DATE
                       DISPLAY "ERROR: " WS-SEGMENT-FILE-NAME
                           " IS FROM RUN DATE " SG-TRL-RUN-DATE
                           " NOT TODAY - RERUN THE SPLIT"
                       MOVE "P-100-PROCESS-RECORD" TO IL-PARAGRAPH
                       MOVE WS-SEGMENT-FILE-NAME TO IL-FILE-NAME
                       MOVE "FILE IS FROM RUN DATE NOT TODAY"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   MOVE SG-TRL-RUN-DATE TO WS-TRL-RUN-DATE
                   DISPLAY "ERROR: UNKNOWN RECORD TYPE """
                       SG-RECORD-TYPE """ IN "
                       WS-SEGMENT-FILE-NAME
                   MOVE "P-100-PROCESS-RECORD" TO IL-PARAGRAPH
                   MOVE WS-SEGMENT-FILE-NAME TO IL-FILE-NAME
                   MOVE "UNKNOWN RECORD TYPE IN FILE" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

           IF WS-PARTIAL-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-PARTIAL-FILE-NAME
                   " FAILED, STATUS=" WS-PARTIAL-STATUS
               MOVE "P-105-WRITE-PARTIAL-HEADER" TO IL-PARAGRAPH
               MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
               MOVE WS-PARTIAL-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-PARTIAL-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-PARTIAL-FILE-NAME
                   " FAILED, STATUS=" WS-PARTIAL-STATUS
               MOVE "P-110-DECODE-POINT" TO IL-PARAGRAPH
               MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
               MOVE WS-PARTIAL-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-PARTIAL-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-PARTIAL-FILE-NAME
                   " FAILED, STATUS=" WS-PARTIAL-STATUS
               MOVE "P-200-WRITE-STATS" TO IL-PARAGRAPH
               MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
               MOVE WS-PARTIAL-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-999-ABEND.
           DISPLAY "SYS-WORKER-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-WORKER-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

