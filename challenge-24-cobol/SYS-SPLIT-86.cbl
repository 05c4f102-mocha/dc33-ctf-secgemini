       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-INPUT-FILE
               ASSIGN TO DYNAMIC WS-INPUT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           RECORDING MODE IS F.
       01  SPLIT-CONTROL-RECORD.
           05 SPL-SEGMENT-COUNT     PIC 9(2).
           05 SPL-INPUT-FILE-NAME   PIC X(30).

       FD  SEGMENT-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS         PIC X(2).
       01  WS-INPUT-FILE-NAME       PIC X(30).
       01  WS-INPUT-FILE-STATUS     PIC X(2).
       01  WS-SPLCTL-STATUS         PIC X(2).
       01  WS-SEGMENT-FILE-NAME     PIC X(30).
       01  WS-CTL-READ-COUNT        PIC 9(6) COMP VALUE 0.
       01  WS-CTL-HASH-TOTAL        PIC S9(10) COMP VALUE 0.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-SPLIT-86 SEGMENT SPLITTER".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-INPUT-FILE-NAME.
           IF WS-INPUT-FILE-NAME = SPACES
               MOVE "DATASETA.DAT" TO WS-INPUT-FILE-NAME
           END-IF.
           DISPLAY "SYS-SPLIT-86 INPUT FILE " WS-INPUT-FILE-NAME.

           PERFORM P-020-LOAD-CONTROL.
           PERFORM P-050-LOAD-CODES.
           PERFORM P-100-WRITE-SEGMENTS.
           PERFORM P-200-REGISTER-RUN.
           PERFORM P-220-RECORD-CONTROL.

           DISPLAY "SYS-SPLIT-86 COMPLETE - " WS-SEGMENT-COUNT
               " SEGMENT FILES WRITTEN".
           IF WS-SEGMENT-COUNT > WS-MAX-SEGMENTS
               DISPLAY "ERROR: SEGMENT COUNT " WS-SEGMENT-COUNT
                   " EXCEEDS LIMIT OF " WS-MAX-SEGMENTS
               MOVE "P-020-LOAD-CONTROL" TO IL-PARAGRAPH
               MOVE "SEGMENT COUNT EXCEEDS LIMIT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-050-LOAD-CODES.
           OPEN INPUT CODE-INPUT-FILE.
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-INPUT-FILE-NAME
                   " STATUS=" WS-INPUT-FILE-STATUS
               MOVE "P-050-LOAD-CODES" TO IL-PARAGRAPH
               SET IL-CAUSE-NO-INPUT TO TRUE
               MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-INPUT-FILE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           PERFORM P-055-BALANCE-CONTROLS.

           IF WS-CTL-READ-COUNT = 0
               DISPLAY "ERROR: NO CODE RECORDS FOUND IN "
                   WS-INPUT-FILE-NAME
               MOVE "P-050-LOAD-CODES" TO IL-PARAGRAPH
               MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
               MOVE "NO CODE RECORDS FOUND IN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               WHEN CI-HEADER-REC
                   IF CI-HDR-EXPECT-COUNT NOT NUMERIC
                       DISPLAY "ERROR: HEADER EXPECTED COUNT IS "
                           "NOT NUMERIC IN " WS-INPUT-FILE-NAME
                       MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                       MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
                       MOVE "HEADER EXPECTED COUNT IS NOT NUMERIC"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   SET CTL-HEADER-SEEN TO TRUE
                   IF WS-MSG-COUNT >= WS-MSG-MAX
                       DISPLAY "ERROR: MESSAGE RECORDS EXCEED "
                           "LIMIT OF " WS-MSG-MAX
                       MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                       MOVE "MESSAGE RECORDS EXCEED LIMIT" TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   IF CI-MSG-SEQ NOT NUMERIC OR CI-MSG-SEQ = 0
                       DISPLAY "ERROR: MESSAGE SEQUENCE """
                           CI-MSG-SEQ """ IN " WS-INPUT-FILE-NAME
                           " IS NOT VALID"
                       MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                       MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
                       MOVE "MESSAGE SEQUENCE IS NOT VALID"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                       IF WS-MSG-SEQ(WS-MSG-IDX) = CI-MSG-SEQ
                           DISPLAY "ERROR: DUPLICATE MESSAGE "
                               "SEQUENCE " CI-MSG-SEQ
                               " IN " WS-INPUT-FILE-NAME
                           MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                           MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
                           MOVE "DUPLICATE MESSAGE SEQUENCE"
                               TO IL-MESSAGE
                           PERFORM P-999-ABEND
                       END-IF
                   END-PERFORM
                   IF WS-MSG-SIZE(WS-MSG-COUNT) >= WS-MAX-TABLE-SIZE
                       DISPLAY "ERROR: DATA RECORDS EXCEED TABLE "
                           "LIMIT OF " WS-MAX-TABLE-SIZE
                       MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                       MOVE "DATA RECORDS EXCEED TABLE LIMIT"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   IF CI-DATA-VALUE NOT NUMERIC
                       DISPLAY "ERROR: DATA-POINT VALUE """
                           CI-DATA-VALUE """ IS NOT NUMERIC IN "
                           WS-INPUT-FILE-NAME
                       MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                       MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
                       MOVE "DATA-POINT VALUE IS NOT NUMERIC"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   ADD 1 TO WS-MSG-SIZE(WS-MSG-COUNT)
                   IF CI-TRL-REC-COUNT NOT NUMERIC
                           OR CI-TRL-HASH-TOTAL NOT NUMERIC
                       DISPLAY "ERROR: TRAILER CONTROL FIELDS ARE "
                           "NOT NUMERIC IN " WS-INPUT-FILE-NAME
                       MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                       MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
                       MOVE "TRAILER CONTROL FIELDS ARE NOT NUMERIC"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   SET CTL-TRAILER-SEEN TO TRUE
                   MOVE CI-TRL-HASH-TOTAL TO WS-CTL-TRL-HASH
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN RECORD TYPE """
                       CI-RECORD-TYPE """ IN " WS-INPUT-FILE-NAME
                   MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                   MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
                   MOVE "UNKNOWN RECORD TYPE IN FILE" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

       P-055-BALANCE-CONTROLS.
           IF NOT CTL-HEADER-SEEN
               DISPLAY "ERROR: NO HEADER RECORD IN "
                   WS-INPUT-FILE-NAME
               SET CTL-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF NOT CTL-TRAILER-SEEN
               DISPLAY "ERROR: NO TRAILER RECORD IN "
                   WS-INPUT-FILE-NAME
               SET CTL-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-CTL-READ-COUNT NOT = WS-CTL-EXPECT-COUNT
               SET CTL-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF CTL-OUT-OF-BALANCE
               DISPLAY "ERROR: " WS-INPUT-FILE-NAME
                   " OUT OF BALANCE - SPLIT REFUSED"
               MOVE "P-055-BALANCE-CONTROLS" TO IL-PARAGRAPH
               SET IL-CAUSE-OUT-OF-BALANCE TO TRUE
               MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
               MOVE "FILE OUT OF BALANCE - SPLIT REFUSED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               DISPLAY "ERROR: UNABLE TO OPEN "
                   WS-SEGMENT-FILE-NAME " STATUS="
                   WS-SEGMENT-STATUS
               MOVE "P-110-WRITE-ONE-SEGMENT" TO IL-PARAGRAPH
               MOVE WS-SEGMENT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-SEGMENT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-SEGMENT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-SEGMENT-FILE-NAME
                   " FAILED, STATUS=" WS-SEGMENT-STATUS
               MOVE "P-110-WRITE-ONE-SEGMENT" TO IL-PARAGRAPH
               MOVE WS-SEGMENT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-SEGMENT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-SEGMENT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-SEGMENT-FILE-NAME
                   " FAILED, STATUS=" WS-SEGMENT-STATUS
               MOVE "P-110-WRITE-ONE-SEGMENT" TO IL-PARAGRAPH
               MOVE WS-SEGMENT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-SEGMENT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-SEGMENT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-SEGMENT-FILE-NAME
                   " FAILED, STATUS=" WS-SEGMENT-STATUS
               MOVE "P-130-WRITE-POSITION" TO IL-PARAGRAPH
               MOVE WS-SEGMENT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-SEGMENT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           ADD 1 TO WS-SEG-REC-COUNT.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUNCTL.DAT, STATUS="
                   WS-RUNCTL-STATUS
               MOVE "P-200-REGISTER-RUN" TO IL-PARAGRAPH
               MOVE "RUNCTL.DAT" TO IL-FILE-NAME
               MOVE WS-RUNCTL-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RUNCTL.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO RUNCTL.DAT FAILED, STATUS="
                   WS-RUNCTL-STATUS
               MOVE "P-210-RUNCTL-WRITE" TO IL-PARAGRAPH
               MOVE "RUNCTL.DAT" TO IL-FILE-NAME
               MOVE WS-RUNCTL-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO RUNCTL.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-220-RECORD-CONTROL.
           OPEN OUTPUT SPLIT-CONTROL-FILE.
           IF WS-SPLCTL-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SPLITCTL.CTL, STATUS="
                   WS-SPLCTL-STATUS
               MOVE "P-220-RECORD-CONTROL" TO IL-PARAGRAPH
               MOVE "SPLITCTL.CTL" TO IL-FILE-NAME
               MOVE WS-SPLCTL-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN SPLITCTL.CTL" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-SEGMENT-COUNT TO SPL-SEGMENT-COUNT.
           MOVE WS-INPUT-FILE-NAME TO SPL-INPUT-FILE-NAME.
           WRITE SPLIT-CONTROL-RECORD.
           IF WS-SPLCTL-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO SPLITCTL.CTL FAILED, STATUS="
                   WS-SPLCTL-STATUS
               MOVE "P-220-RECORD-CONTROL" TO IL-PARAGRAPH
               MOVE "SPLITCTL.CTL" TO IL-FILE-NAME
               MOVE WS-SPLCTL-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO SPLITCTL.CTL FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           CLOSE SPLIT-CONTROL-FILE.

       P-999-ABEND.
           DISPLAY "SYS-SPLIT-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-SPLIT-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

