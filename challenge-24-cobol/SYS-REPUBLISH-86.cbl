       01  WS-CNT-RESENT            PIC 9(6) COMP VALUE 0.
       01  WS-CNT-MISSING           PIC 9(6) COMP VALUE 0.

       COPY TRANTBL.
       COPY IFSEAL.
       COPY IFCTLREC.

       01  RSD-HEADING-1.
           05 FILLER PIC X(16) VALUE "SYS-REPUBLISH-86".
           05 FILLER PIC X(31) VALUE
           05 RSD-TOT-VALUE    PIC Z(5)9.
           05 FILLER           PIC X(42) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-REPUBLISH-86 REJECTED BATCH RESEND".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           CALL "SUB-TRANTBL-RTN"
               USING BY REFERENCE TRAN-TABLE-AREA WS-RUN-DATE.

           PERFORM P-050-LOAD-REJECTED.
           PERFORM P-080-OPEN-REPORT.
           IF WS-PUBLOG-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.DAT, STATUS="
                   WS-PUBLOG-STATUS
               MOVE "P-050-LOAD-REJECTED" TO IL-PARAGRAPH
               MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
               MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN IFPUBLOG.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               IF WS-REJ-COUNT >= WS-REJ-MAX
                   DISPLAY "ERROR: REJECTED ENTRIES EXCEED LIMIT "
                       "OF " WS-REJ-MAX
                   MOVE "P-060-CLASSIFY-LOG-ENTRY" TO IL-PARAGRAPH
                   MOVE "REJECTED ENTRIES EXCEED LIMIT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-REJ-COUNT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RESENDRPT.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-080-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "RESENDRPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RESENDRPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO RSD-H1-RUN-DATE.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, STATUS="
                   WS-RUNHIST-STATUS
               MOVE "P-100-BUILD-RESEND" TO IL-PARAGRAPH
               MOVE "RUNHIST.DAT" TO IL-FILE-NAME
               MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RESEND-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-RESEND-FILE-NAME
                   " STATUS=" WS-RESEND-STATUS
               MOVE "P-100-BUILD-RESEND" TO IL-PARAGRAPH
               MOVE WS-RESEND-FILE-NAME TO IL-FILE-NAME
               MOVE WS-RESEND-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM P-130-RESEND-HEADER.

           PERFORM P-110-RESEND-ONE-ENTRY
               VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-COUNT.

           PERFORM P-140-RESEND-TRAILER.
           CLOSE RESEND-INTERFACE-FILE.
           CLOSE RUN-HISTORY-FILE.

               IF WS-RESEND-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO " WS-RESEND-FILE-NAME
                       " FAILED, STATUS=" WS-RESEND-STATUS
                   MOVE "P-120-REBUILD-INTERFACE" TO IL-PARAGRAPH
                   MOVE WS-RESEND-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-RESEND-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               SET SL-FUNC-ADD TO TRUE
               MOVE IF-MSG-SEQ TO SL-MSG-SEQ
               MOVE 200 TO SL-BUFFER-LENGTH
               MOVE IF-OUTPUT-BUFFER TO SL-BUFFER
               CALL "SUB-IFSEAL-RTN"
                   USING BY REFERENCE IFACE-SEAL-AREA
               SET REJ-RESENT(WS-REJ-IDX) TO TRUE
               ADD 1 TO WS-CNT-RESENT
               COMPUTE RSD-DET-RESEND =
               WRITE RESEND-REPORT-LINE FROM RSD-DETAIL-LINE
           END-IF.

       P-130-RESEND-HEADER.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-HEADER-REC TO TRUE.
           MOVE TA-DEST-ID(1) TO IC-HDR-DEST-ID.
           MOVE WS-RUN-DATE TO IC-HDR-RUN-DATE.
           MOVE 0 TO IC-HDR-BATCH-ID.
           SET IC-FILE-RESEND TO TRUE.
           MOVE 220 TO IC-HDR-REC-LENGTH.
           MOVE "SYS-REPUBLISH-86" TO IC-HDR-PROGRAM.
           MOVE WS-RUN-DATE TO IF-RUN-DATE.
           MOVE 0 TO IF-BATCH-ID.
           SET IF-HEADER-SEQ TO TRUE.
           MOVE IFACE-CONTROL-BODY TO IF-OUTPUT-BUFFER.
           WRITE INTERFACE-RECORD.
           IF WS-RESEND-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-RESEND-FILE-NAME
                   " FAILED, STATUS=" WS-RESEND-STATUS
               MOVE "P-130-RESEND-HEADER" TO IL-PARAGRAPH
               MOVE WS-RESEND-FILE-NAME TO IL-FILE-NAME
               MOVE WS-RESEND-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           SET SL-FUNC-START TO TRUE.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.

       P-140-RESEND-TRAILER.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-TRAILER-REC TO TRUE.
           MOVE SL-REC-COUNT TO IC-TRL-REC-COUNT.
           MOVE SL-HASH-TOTAL TO IC-TRL-HASH-TOTAL.
           MOVE SL-CHECKSUM TO IC-TRL-CHECKSUM.
           MOVE WS-RUN-DATE TO IF-RUN-DATE.
           MOVE 0 TO IF-BATCH-ID.
           SET IF-TRAILER-SEQ TO TRUE.
           MOVE IFACE-CONTROL-BODY TO IF-OUTPUT-BUFFER.
           WRITE INTERFACE-RECORD.
           IF WS-RESEND-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-RESEND-FILE-NAME
                   " FAILED, STATUS=" WS-RESEND-STATUS
               MOVE "P-140-RESEND-TRAILER" TO IL-PARAGRAPH
               MOVE WS-RESEND-FILE-NAME TO IL-FILE-NAME
               MOVE WS-RESEND-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           DISPLAY "Resend file sealed: " SL-REC-COUNT " records".

       P-200-APPEND-LOG-ENTRIES.
           OPEN EXTEND PUBLISH-LOG-FILE.
           IF WS-PUBLOG-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.DAT, STATUS="
                   WS-PUBLOG-STATUS
               MOVE "P-200-APPEND-LOG-ENTRIES" TO IL-PARAGRAPH
               MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
               MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN IFPUBLOG.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               IF WS-PUBLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO IFPUBLOG.DAT FAILED, "
                       "STATUS=" WS-PUBLOG-STATUS
                   MOVE "P-210-APPEND-ONE-ENTRY" TO IL-PARAGRAPH
                   MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO IFPUBLOG.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.

       P-999-ABEND.
           DISPLAY "SYS-REPUBLISH-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-REPUBLISH-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

