           05 HKP-PEND-COUNT   PIC Z(7)9.
           05 FILLER           PIC X(32) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-HOUSEKEEP-86 RETENTION AND PURGE".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN PURGERPT.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-080-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "PURGERPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN PURGERPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO HKP-H1-RUN-DATE.
                       "STATUS=" WS-PUBLOG-STATUS
                       " - PURGE REFUSED, OPEN ACKS COULD NOT BE "
                       "PROTECTED"
                   MOVE "P-090-LOAD-HELD-BATCHES" TO IL-PARAGRAPH
                   MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN IFPUBLOG.DAT"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM UNTIL WS-PUBLOG-STATUS = "10"
                   DISPLAY "ERROR: OPEN-ACK BATCHES EXCEED LIMIT "
                       "OF " WS-HELD-MAX " - PURGE REFUSED, CLEAR "
                       "THE ACKNOWLEDGEMENT BACKLOG FIRST"
                   MOVE "P-095-STORE-HELD-BATCH" TO IL-PARAGRAPH
                   MOVE "OPEN-ACK BATCHES EXCEED LIMIT"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-HELD-COUNT
               IF WS-RUNHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, "
                       "STATUS=" WS-RUNHIST-STATUS
                   MOVE "P-100-PURGE-RUNHIST" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM P-110-OPEN-RUNHIST-ARCHIVE
           IF WS-RUNARCH-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUNHARCH.DAT, STATUS="
                   WS-RUNARCH-STATUS
               MOVE "P-110-OPEN-RUNHIST-ARCHIVE" TO IL-PARAGRAPH
               MOVE "RUNHARCH.DAT" TO IL-FILE-NAME
               MOVE WS-RUNARCH-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RUNHARCH.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               IF WS-RUNARCH-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO RUNHARCH.DAT FAILED, "
                       "STATUS=" WS-RUNARCH-STATUS
                   MOVE "P-125-PURGE-RUNHIST-RECORD" TO IL-PARAGRAPH
                   MOVE "RUNHARCH.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNARCH-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO RUNHARCH.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               DELETE RUN-HISTORY-FILE
               IF WS-RUNHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: DELETE FROM RUNHIST.DAT FAILED, "
                       "STATUS=" WS-RUNHIST-STATUS
                   MOVE "P-125-PURGE-RUNHIST-RECORD" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "DELETE FROM RUNHIST.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-CNT-ARCHIVED
               IF WS-AUDMST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN AUDITMST.DAT, "
                       "STATUS=" WS-AUDMST-STATUS
                   MOVE "P-200-PURGE-AUDMST" TO IL-PARAGRAPH
                   MOVE "AUDITMST.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN AUDITMST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM P-210-OPEN-AUDMST-ARCHIVE
           IF WS-AUDARCH-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN AUDMARCH.DAT, STATUS="
                   WS-AUDARCH-STATUS
               MOVE "P-210-OPEN-AUDMST-ARCHIVE" TO IL-PARAGRAPH
               MOVE "AUDMARCH.DAT" TO IL-FILE-NAME
               MOVE WS-AUDARCH-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN AUDMARCH.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               IF WS-AUDARCH-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO AUDMARCH.DAT FAILED, "
                       "STATUS=" WS-AUDARCH-STATUS
                   MOVE "P-220-CHECK-AUDMST-RECORD" TO IL-PARAGRAPH
                   MOVE "AUDMARCH.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDARCH-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO AUDMARCH.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               DELETE AUDIT-MASTER-FILE
               IF WS-AUDMST-STATUS NOT = "00"
                   DISPLAY "ERROR: DELETE FROM AUDITMST.DAT FAILED, "
                       "STATUS=" WS-AUDMST-STATUS
                   MOVE "P-220-CHECK-AUDMST-RECORD" TO IL-PARAGRAPH
                   MOVE "AUDITMST.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
                   MOVE "DELETE FROM AUDITMST.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-CNT-ARCHIVED
               IF WS-STATHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN STATHIST.DAT, "
                       "STATUS=" WS-STATHIST-STATUS
                   MOVE "P-300-PURGE-STATHIST" TO IL-PARAGRAPH
                   MOVE "STATHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-STATHIST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN STATHIST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               OPEN OUTPUT NEW-STAT-HISTORY-FILE
               IF WS-NEW-STAT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN STATHIST.NEW, "
                       "STATUS=" WS-NEW-STAT-STATUS
                   MOVE "P-300-PURGE-STATHIST" TO IL-PARAGRAPH
                   MOVE "STATHIST.NEW" TO IL-FILE-NAME
                   MOVE WS-NEW-STAT-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN STATHIST.NEW" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM P-310-OPEN-STATHIST-ARCHIVE
           IF WS-STATARCH-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN STATARCH.DAT, STATUS="
                   WS-STATARCH-STATUS
               MOVE "P-310-OPEN-STATHIST-ARCHIVE" TO IL-PARAGRAPH
               MOVE "STATARCH.DAT" TO IL-FILE-NAME
               MOVE WS-STATARCH-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN STATARCH.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               IF WS-STATARCH-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO STATARCH.DAT FAILED, "
                       "STATUS=" WS-STATARCH-STATUS
                   MOVE "P-320-CHECK-STATHIST-RECORD" TO IL-PARAGRAPH
                   MOVE "STATARCH.DAT" TO IL-FILE-NAME
                   MOVE WS-STATARCH-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO STATARCH.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-CNT-ARCHIVED
               IF WS-NEW-STAT-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO STATHIST.NEW FAILED, "
                       "STATUS=" WS-NEW-STAT-STATUS
                   MOVE "P-320-CHECK-STATHIST-RECORD" TO IL-PARAGRAPH
                   MOVE "STATHIST.NEW" TO IL-FILE-NAME
                   MOVE WS-NEW-STAT-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO STATHIST.NEW FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-CNT-KEPT
               IF WS-PUBLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.DAT, "
                       "STATUS=" WS-PUBLOG-STATUS
                   MOVE "P-400-PURGE-PUBLOG" TO IL-PARAGRAPH
                   MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN IFPUBLOG.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               OPEN OUTPUT NEW-PUBLISH-LOG-FILE
               IF WS-NEW-LOG-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.NEW, "
                       "STATUS=" WS-NEW-LOG-STATUS
                   MOVE "P-400-PURGE-PUBLOG" TO IL-PARAGRAPH
                   MOVE "IFPUBLOG.NEW" TO IL-FILE-NAME
                   MOVE WS-NEW-LOG-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN IFPUBLOG.NEW" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM P-410-OPEN-PUBLOG-ARCHIVE
           IF WS-PLOGARCH-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN PLOGARCH.DAT, STATUS="
                   WS-PLOGARCH-STATUS
               MOVE "P-410-OPEN-PUBLOG-ARCHIVE" TO IL-PARAGRAPH
               MOVE "PLOGARCH.DAT" TO IL-FILE-NAME
               MOVE WS-PLOGARCH-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN PLOGARCH.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               IF WS-PLOGARCH-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO PLOGARCH.DAT FAILED, "
                       "STATUS=" WS-PLOGARCH-STATUS
                   MOVE "P-420-CHECK-PUBLOG-RECORD" TO IL-PARAGRAPH
                   MOVE "PLOGARCH.DAT" TO IL-FILE-NAME
                   MOVE WS-PLOGARCH-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO PLOGARCH.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-CNT-ARCHIVED
               IF WS-NEW-LOG-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO IFPUBLOG.NEW FAILED, "
                       "STATUS=" WS-NEW-LOG-STATUS
                   MOVE "P-420-CHECK-PUBLOG-RECORD" TO IL-PARAGRAPH
                   MOVE "IFPUBLOG.NEW" TO IL-FILE-NAME
                   MOVE WS-NEW-LOG-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO IFPUBLOG.NEW FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-CNT-KEPT

       P-999-ABEND.
           DISPLAY "SYS-HOUSEKEEP-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-HOUSEKEEP-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

