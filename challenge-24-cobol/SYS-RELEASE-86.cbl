       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-RELEASE-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-ACTION-FILE ASSIGN TO "HOLDACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDACT-STATUS.

           SELECT HELD-MESSAGE-FILE ASSIGN TO "HOLDMSG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HOLDMSG-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT RELEASE-INTERFACE-FILE
               ASSIGN TO DYNAMIC WS-RELEASE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT DEST-RELEASE-FILE
               ASSIGN TO DYNAMIC WS-DRELEASE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRELEASE-STATUS.

           SELECT PUBLISH-LOG-FILE ASSIGN TO "IFPUBLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUBLOG-STATUS.

           SELECT RELEASE-REPORT-FILE ASSIGN TO "RELEASE.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-ACTION-FILE
           RECORDING MODE IS F.
       01  HOLD-ACTION-RECORD.
           05 HA-ACTION             PIC X.
              88 HA-RELEASE               VALUE "R".
              88 HA-CANCEL                VALUE "C".
           05 HA-RUN-DATE           PIC 9(8).
           05 HA-BATCH-ID           PIC 9(8).
           05 HA-MSG-SEQ            PIC 9(4).
           05 HA-USER-ID            PIC X(8).
           05 HA-REASON             PIC X(30).

       FD  HELD-MESSAGE-FILE.
       COPY HOLDREC.

       FD  RUN-HISTORY-FILE.
       COPY RUNHREC.

       FD  RELEASE-INTERFACE-FILE
           RECORDING MODE IS F.
       COPY IFACEREC.

       FD  DEST-RELEASE-FILE
           RECORDING MODE IS F.
       01  DEST-INTERFACE-RECORD.
           05 DI-RUN-DATE           PIC 9(8).
           05 DI-BATCH-ID           PIC 9(8).
           05 DI-MSG-SEQ            PIC 9(4).
              88 DI-HEADER-SEQ            VALUE 0.
              88 DI-TRAILER-SEQ           VALUE 9999.
           05 DI-OUTPUT-BUFFER      PIC X(400).

       FD  PUBLISH-LOG-FILE
           RECORDING MODE IS F.
       COPY PLOGREC.

       FD  RELEASE-REPORT-FILE
           RECORDING MODE IS F.
       01  RELEASE-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOLDACT-STATUS        PIC X(2).
       01  WS-HOLDMSG-STATUS        PIC X(2).
       01  WS-RUNHIST-STATUS        PIC X(2).
       01  WS-RELEASE-FILE-NAME     PIC X(30).
       01  WS-RELEASE-STATUS        PIC X(2).
       01  WS-DRELEASE-FILE-NAME    PIC X(30).
       01  WS-DRELEASE-STATUS       PIC X(2).
       01  WS-PUBLOG-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DEST-IDX              PIC 9(2) COMP.

       01  WS-HOLDMSG-SW            PIC X VALUE "Y".
           88 HOLDMSG-PRESENT              VALUE "Y".
           88 HOLDMSG-ABSENT               VALUE "N".
       01  WS-RELEASE-OPEN-SW       PIC X VALUE "N".
           88 RELEASE-FILE-OPEN            VALUE "Y".
       01  WS-ACTION-SW             PIC X.
           88 ACTION-ACCEPTED              VALUE "Y".
           88 ACTION-REFUSED               VALUE "N".

       01  WS-CNT-ACTIONS           PIC 9(6) COMP VALUE 0.
       01  WS-CNT-RELEASED          PIC 9(6) COMP VALUE 0.
       01  WS-CNT-CANCELLED         PIC 9(6) COMP VALUE 0.
       01  WS-CNT-REFUSED           PIC 9(6) COMP VALUE 0.
       01  WS-CNT-STILL-HELD        PIC 9(6) COMP VALUE 0.
       01  WS-CNT-NO-HISTORY        PIC 9(6) COMP VALUE 0.

       COPY TRANTBL.
       COPY IFSEAL.
       COPY IFCTLREC.
       01  WS-REL-SAVE-COUNT        PIC 9(6).
       01  WS-REL-SAVE-HASH         PIC 9(10).
       01  WS-REL-SAVE-CHECKSUM     PIC 9(15).

       01  RLS-HEADING-1.
           05 FILLER PIC X(14) VALUE "SYS-RELEASE-86".
           05 FILLER PIC X(33) VALUE
               "  HELD MESSAGE RELEASE/CANCEL    ".
           05 FILLER PIC X(9)  VALUE "  RUN ON ".
           05 RLS-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.

       01  RLS-SECTION-LINE.
           05 RLS-SEC-TEXT PIC X(50).
           05 FILLER PIC X(30) VALUE SPACES.

       01  RLS-ACTION-HEADING.
           05 FILLER PIC X(40) VALUE
               "  RUN DATE  BATCH ID  MSG  ACT  OPERATOR".
           05 FILLER PIC X(40) VALUE
               "  RESULT                                ".

       01  RLS-ACTION-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-ACT-RUN-DATE PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-ACT-BATCH-ID PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-ACT-MSG-SEQ  PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-ACT-ACTION   PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-ACT-USER-ID  PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-ACT-RESULT   PIC X(30).
           05 FILLER           PIC X(7) VALUE SPACES.

       01  RLS-HELD-HEADING.
           05 FILLER PIC X(40) VALUE
               "  RUN DATE  BATCH ID  MSG  DEST     RULE".
           05 FILLER PIC X(40) VALUE
               "  POS  UNK%  HELD ON   TEXT             ".

       01  RLS-HELD-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-HLD-RUN-DATE PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-HLD-BATCH-ID PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-HLD-MSG-SEQ  PIC 9(4).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 RLS-HLD-DEST-ID  PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 RLS-HLD-RULE     PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 RLS-HLD-POSITION PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-HLD-PCT      PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-HLD-DATE     PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-HLD-TEXT     PIC X(18).

       01  RLS-TOTAL-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLS-TOT-LABEL    PIC X(30).
           05 RLS-TOT-VALUE    PIC Z(5)9.
           05 FILLER           PIC X(42) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-RELEASE-86 HELD MESSAGE RELEASE/CANCEL".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P-050-OPEN-FILES.
           PERFORM P-080-OPEN-REPORT.

           IF HOLDMSG-PRESENT
               PERFORM P-100-PROCESS-ACTIONS
               PERFORM P-300-LIST-HELD
           ELSE
               MOVE "NO HELD MESSAGES ON FILE" TO RLS-SEC-TEXT
               WRITE RELEASE-REPORT-LINE FROM RLS-SECTION-LINE
           END-IF.

           PERFORM P-400-PRINT-TOTALS.
           PERFORM P-900-CLOSE-FILES.

           DISPLAY "SYS-RELEASE-86 COMPLETE - " WS-CNT-RELEASED
               " RELEASED, " WS-CNT-CANCELLED " CANCELLED, "
               WS-CNT-STILL-HELD " STILL HELD".
           IF WS-CNT-REFUSED > 0
               DISPLAY "WARNING: " WS-CNT-REFUSED " HOLD ACTIONS "
                   "REFUSED - SEE RELEASE.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       P-050-OPEN-FILES.
           OPEN I-O HELD-MESSAGE-FILE.
           IF WS-HOLDMSG-STATUS = "35"
               SET HOLDMSG-ABSENT TO TRUE
               DISPLAY "NOTE: HOLDMSG.DAT NOT FOUND - NO MESSAGES "
                   "HAVE BEEN HELD"
           ELSE
               IF WS-HOLDMSG-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN HOLDMSG.DAT, "
                       "STATUS=" WS-HOLDMSG-STATUS
                   MOVE "P-050-OPEN-FILES" TO IL-PARAGRAPH
                   MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
                   MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN HOLDMSG.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               OPEN I-O RUN-HISTORY-FILE
               IF WS-RUNHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, "
                       "STATUS=" WS-RUNHIST-STATUS
                   MOVE "P-050-OPEN-FILES" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.

       P-080-OPEN-REPORT.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RELEASE.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-080-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "RELEASE.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RELEASE.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO RLS-H1-RUN-DATE.
           WRITE RELEASE-REPORT-LINE FROM RLS-HEADING-1.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.

       P-100-PROCESS-ACTIONS.
           MOVE "RELEASE/CANCEL ACTIONS" TO RLS-SEC-TEXT.
           WRITE RELEASE-REPORT-LINE FROM RLS-SECTION-LINE.

           OPEN INPUT HOLD-ACTION-FILE.
           IF WS-HOLDACT-STATUS = "35"
               DISPLAY "NOTE: HOLDACT.DAT NOT FOUND - HELD MESSAGES "
                   "LISTED ONLY"
               MOVE "  NO ACTIONS SUPPLIED" TO RLS-SEC-TEXT
               WRITE RELEASE-REPORT-LINE FROM RLS-SECTION-LINE
           ELSE
               IF WS-HOLDACT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN HOLDACT.DAT, "
                       "STATUS=" WS-HOLDACT-STATUS
                   MOVE "P-100-PROCESS-ACTIONS" TO IL-PARAGRAPH
                   MOVE "HOLDACT.DAT" TO IL-FILE-NAME
                   MOVE WS-HOLDACT-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN HOLDACT.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               WRITE RELEASE-REPORT-LINE FROM RLS-ACTION-HEADING
               PERFORM UNTIL WS-HOLDACT-STATUS = "10"
                   READ HOLD-ACTION-FILE
                       AT END
                           MOVE "10" TO WS-HOLDACT-STATUS
                       NOT AT END
                           PERFORM P-110-APPLY-ACTION
                   END-READ
               END-PERFORM
               CLOSE HOLD-ACTION-FILE
           END-IF.

           IF RELEASE-FILE-OPEN
               PERFORM P-216-RELEASE-TRAILER
               CLOSE RELEASE-INTERFACE-FILE
               CLOSE PUBLISH-LOG-FILE
               DISPLAY "Released messages published on "
                   WS-RELEASE-FILE-NAME
           END-IF.

       P-110-APPLY-ACTION.
           ADD 1 TO WS-CNT-ACTIONS.
           SET ACTION-ACCEPTED TO TRUE.
           MOVE HA-RUN-DATE TO RLS-ACT-RUN-DATE.
           MOVE HA-BATCH-ID TO RLS-ACT-BATCH-ID.
           MOVE HA-MSG-SEQ TO RLS-ACT-MSG-SEQ.
           MOVE HA-USER-ID TO RLS-ACT-USER-ID.
           EVALUATE TRUE
               WHEN HA-RELEASE
                   MOVE "REL" TO RLS-ACT-ACTION
               WHEN HA-CANCEL
                   MOVE "CAN" TO RLS-ACT-ACTION
               WHEN OTHER
                   MOVE HA-ACTION TO RLS-ACT-ACTION
           END-EVALUATE.

           EVALUATE TRUE
               WHEN NOT HA-RELEASE AND NOT HA-CANCEL
                   MOVE "*INVALID ACTION CODE*" TO RLS-ACT-RESULT
                   SET ACTION-REFUSED TO TRUE
               WHEN HA-RUN-DATE NOT NUMERIC
                       OR HA-BATCH-ID NOT NUMERIC
                       OR HA-MSG-SEQ NOT NUMERIC
                   MOVE "*INVALID MESSAGE KEY*" TO RLS-ACT-RESULT
                   SET ACTION-REFUSED TO TRUE
               WHEN HA-USER-ID = SPACES
                   MOVE "*NO OPERATOR GIVEN*" TO RLS-ACT-RESULT
                   SET ACTION-REFUSED TO TRUE
               WHEN OTHER
                   PERFORM P-120-READ-HELD
           END-EVALUATE.

           IF ACTION-ACCEPTED
               IF HA-RELEASE
                   PERFORM P-200-RELEASE-MESSAGE
               ELSE
                   PERFORM P-250-CANCEL-MESSAGE
               END-IF
           ELSE
               ADD 1 TO WS-CNT-REFUSED
               DISPLAY "WARNING: HOLD ACTION " HA-ACTION " FOR "
                   HA-RUN-DATE " BATCH " HA-BATCH-ID " MESSAGE "
                   HA-MSG-SEQ " REFUSED - " RLS-ACT-RESULT
           END-IF.
           WRITE RELEASE-REPORT-LINE FROM RLS-ACTION-LINE.

       P-120-READ-HELD.
           MOVE HA-RUN-DATE TO HM-RUN-DATE.
           MOVE HA-BATCH-ID TO HM-BATCH-ID.
           MOVE HA-MSG-SEQ TO HM-MSG-SEQ.
           READ HELD-MESSAGE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-HOLDMSG-STATUS = "23"
                   MOVE "*NOT ON HOLD FILE*" TO RLS-ACT-RESULT
                   SET ACTION-REFUSED TO TRUE
               WHEN WS-HOLDMSG-STATUS NOT = "00"
                   DISPLAY "ERROR: READ OF HOLDMSG.DAT FAILED, "
                       "STATUS=" WS-HOLDMSG-STATUS
                   MOVE "P-120-READ-HELD" TO IL-PARAGRAPH
                   MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
                   MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
                   MOVE "READ OF HOLDMSG.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               WHEN HM-STATUS-RELEASED
                   MOVE "*ALREADY RELEASED*" TO RLS-ACT-RESULT
                   SET ACTION-REFUSED TO TRUE
               WHEN HM-STATUS-CANCELLED
                   MOVE "*ALREADY CANCELLED*" TO RLS-ACT-RESULT
                   SET ACTION-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P-200-RELEASE-MESSAGE.
           IF NOT RELEASE-FILE-OPEN
               PERFORM P-210-OPEN-RELEASE
           END-IF.

           MOVE HM-RUN-DATE TO IF-RUN-DATE.
           MOVE HM-BATCH-ID TO IF-BATCH-ID.
           MOVE HM-MSG-SEQ TO IF-MSG-SEQ.
           MOVE HM-OUTPUT-BUFFER TO IF-OUTPUT-BUFFER.
           WRITE INTERFACE-RECORD.
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-RELEASE-FILE-NAME
                   " FAILED, STATUS=" WS-RELEASE-STATUS
               MOVE "P-200-RELEASE-MESSAGE" TO IL-PARAGRAPH
               MOVE WS-RELEASE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-RELEASE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           SET SL-FUNC-ADD TO TRUE.
           MOVE IF-MSG-SEQ TO SL-MSG-SEQ.
           MOVE 200 TO SL-BUFFER-LENGTH.
           MOVE IF-OUTPUT-BUFFER TO SL-BUFFER.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.

           PERFORM P-220-RELEASE-ONE-DEST
               VARYING WS-DEST-IDX FROM 1 BY 1
               UNTIL WS-DEST-IDX > HM-DEST-COUNT.

           MOVE HM-RUN-DATE TO PL-RUN-DATE.
           MOVE HM-BATCH-ID TO PL-BATCH-ID.
           MOVE HM-MSG-SEQ TO PL-MSG-SEQ.
           MOVE WS-RUN-DATE TO PL-PUBLISH-DATE.
           SET PL-ACK-PENDING TO TRUE.
           MOVE 0 TO PL-ACK-DATE.
           MOVE 0 TO PL-RESEND-COUNT.
           WRITE PUBLISH-LOG-RECORD.
           IF WS-PUBLOG-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO IFPUBLOG.DAT FAILED, STATUS="
                   WS-PUBLOG-STATUS
               MOVE "P-200-RELEASE-MESSAGE" TO IL-PARAGRAPH
               MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
               MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO IFPUBLOG.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           PERFORM P-230-READ-HISTORY.
           IF WS-RUNHIST-STATUS = "00"
               SET RH-STATUS-COMPLETE TO TRUE
               PERFORM P-240-REWRITE-HISTORY
           END-IF.

           SET HM-STATUS-RELEASED TO TRUE.
           PERFORM P-260-REWRITE-HELD.
           ADD 1 TO WS-CNT-RELEASED.
           MOVE "RELEASED" TO RLS-ACT-RESULT.

       P-210-OPEN-RELEASE.
           CALL "SUB-TRANTBL-RTN"
               USING BY REFERENCE TRAN-TABLE-AREA WS-RUN-DATE.
           STRING "RELEASE" WS-RUN-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-RELEASE-FILE-NAME.
           OPEN EXTEND RELEASE-INTERFACE-FILE.
           IF WS-RELEASE-STATUS = "35"
               OPEN OUTPUT RELEASE-INTERFACE-FILE
           END-IF.
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-RELEASE-FILE-NAME
                   " STATUS=" WS-RELEASE-STATUS
               MOVE "P-210-OPEN-RELEASE" TO IL-PARAGRAPH
               MOVE WS-RELEASE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-RELEASE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM P-214-RELEASE-HEADER.

           OPEN EXTEND PUBLISH-LOG-FILE.
           IF WS-PUBLOG-STATUS = "35"
               OPEN OUTPUT PUBLISH-LOG-FILE
           END-IF.
           IF WS-PUBLOG-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.DAT, STATUS="
                   WS-PUBLOG-STATUS
               MOVE "P-210-OPEN-RELEASE" TO IL-PARAGRAPH
               MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
               MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN IFPUBLOG.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           SET RELEASE-FILE-OPEN TO TRUE.

       P-214-RELEASE-HEADER.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-HEADER-REC TO TRUE.
           MOVE TA-DEST-ID(1) TO IC-HDR-DEST-ID.
           MOVE WS-RUN-DATE TO IC-HDR-RUN-DATE.
           MOVE 0 TO IC-HDR-BATCH-ID.
           SET IC-FILE-RELEASE TO TRUE.
           MOVE 220 TO IC-HDR-REC-LENGTH.
           MOVE "SYS-RELEASE-86" TO IC-HDR-PROGRAM.
           MOVE WS-RUN-DATE TO IF-RUN-DATE.
           MOVE 0 TO IF-BATCH-ID.
           SET IF-HEADER-SEQ TO TRUE.
           MOVE IFACE-CONTROL-BODY TO IF-OUTPUT-BUFFER.
           WRITE INTERFACE-RECORD.
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-RELEASE-FILE-NAME
                   " FAILED, STATUS=" WS-RELEASE-STATUS
               MOVE "P-214-RELEASE-HEADER" TO IL-PARAGRAPH
               MOVE WS-RELEASE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-RELEASE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           SET SL-FUNC-START TO TRUE.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.

       P-216-RELEASE-TRAILER.
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
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-RELEASE-FILE-NAME
                   " FAILED, STATUS=" WS-RELEASE-STATUS
               MOVE "P-216-RELEASE-TRAILER" TO IL-PARAGRAPH
               MOVE WS-RELEASE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-RELEASE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-220-RELEASE-ONE-DEST.
           MOVE SPACES TO WS-DRELEASE-FILE-NAME.
           STRING "RELEASE" DELIMITED BY SIZE
               HM-DEST-ID(WS-DEST-IDX) DELIMITED BY SPACE
               WS-RUN-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-DRELEASE-FILE-NAME.
           OPEN EXTEND DEST-RELEASE-FILE.
           IF WS-DRELEASE-STATUS = "35"
               OPEN OUTPUT DEST-RELEASE-FILE
           END-IF.
           IF WS-DRELEASE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-DRELEASE-FILE-NAME
                   " STATUS=" WS-DRELEASE-STATUS
               MOVE "P-220-RELEASE-ONE-DEST" TO IL-PARAGRAPH
               MOVE WS-DRELEASE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-DRELEASE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-HEADER-REC TO TRUE.
           MOVE HM-DEST-ID(WS-DEST-IDX) TO IC-HDR-DEST-ID.
           MOVE WS-RUN-DATE TO IC-HDR-RUN-DATE.
           MOVE 0 TO IC-HDR-BATCH-ID.
           SET IC-FILE-RELEASE TO TRUE.
           MOVE 420 TO IC-HDR-REC-LENGTH.
           MOVE "SYS-RELEASE-86" TO IC-HDR-PROGRAM.
           SET DI-HEADER-SEQ TO TRUE.
           PERFORM P-225-WRITE-DEST-CONTROL.

           MOVE HM-RUN-DATE TO DI-RUN-DATE.
           MOVE HM-BATCH-ID TO DI-BATCH-ID.
           MOVE HM-MSG-SEQ TO DI-MSG-SEQ.
           MOVE HM-DEST-BUFFER(WS-DEST-IDX) TO DI-OUTPUT-BUFFER.
           WRITE DEST-INTERFACE-RECORD.
           IF WS-DRELEASE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-DRELEASE-FILE-NAME
                   " FAILED, STATUS=" WS-DRELEASE-STATUS
               MOVE "P-220-RELEASE-ONE-DEST" TO IL-PARAGRAPH
               MOVE WS-DRELEASE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-DRELEASE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE SL-REC-COUNT TO WS-REL-SAVE-COUNT.
           MOVE SL-HASH-TOTAL TO WS-REL-SAVE-HASH.
           MOVE SL-CHECKSUM TO WS-REL-SAVE-CHECKSUM.
           SET SL-FUNC-START TO TRUE.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.
           SET SL-FUNC-ADD TO TRUE.
           MOVE DI-MSG-SEQ TO SL-MSG-SEQ.
           MOVE 400 TO SL-BUFFER-LENGTH.
           MOVE DI-OUTPUT-BUFFER TO SL-BUFFER.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-TRAILER-REC TO TRUE.
           MOVE SL-REC-COUNT TO IC-TRL-REC-COUNT.
           MOVE SL-HASH-TOTAL TO IC-TRL-HASH-TOTAL.
           MOVE SL-CHECKSUM TO IC-TRL-CHECKSUM.
           MOVE WS-REL-SAVE-COUNT TO SL-REC-COUNT.
           MOVE WS-REL-SAVE-HASH TO SL-HASH-TOTAL.
           MOVE WS-REL-SAVE-CHECKSUM TO SL-CHECKSUM.
           SET DI-TRAILER-SEQ TO TRUE.
           PERFORM P-225-WRITE-DEST-CONTROL.
           CLOSE DEST-RELEASE-FILE.

       P-225-WRITE-DEST-CONTROL.
           MOVE WS-RUN-DATE TO DI-RUN-DATE.
           MOVE 0 TO DI-BATCH-ID.
           MOVE IFACE-CONTROL-BODY TO DI-OUTPUT-BUFFER.
           WRITE DEST-INTERFACE-RECORD.
           IF WS-DRELEASE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-DRELEASE-FILE-NAME
                   " FAILED, STATUS=" WS-DRELEASE-STATUS
               MOVE "P-225-WRITE-DEST-CONTROL" TO IL-PARAGRAPH
               MOVE WS-DRELEASE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-DRELEASE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-230-READ-HISTORY.
           MOVE HM-RUN-DATE TO RH-RUN-DATE.
           MOVE HM-RUN-SEQ TO RH-RUN-SEQ.
           MOVE HM-MSG-SEQ TO RH-MSG-SEQ.
           READ RUN-HISTORY-FILE
               INVALID KEY
                   MOVE "23" TO WS-RUNHIST-STATUS
           END-READ.
           IF WS-RUNHIST-STATUS NOT = "00"
               ADD 1 TO WS-CNT-NO-HISTORY
               DISPLAY "WARNING: NO RUN HISTORY FOR DATE "
                   HM-RUN-DATE " BATCH " HM-BATCH-ID " MESSAGE "
                   HM-MSG-SEQ " - HOLD STATUS UPDATED ONLY"
           END-IF.

       P-240-REWRITE-HISTORY.
           REWRITE RUN-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "ERROR: REWRITE OF RUNHIST.DAT FAILED, "
                   "STATUS=" WS-RUNHIST-STATUS
               MOVE "P-240-REWRITE-HISTORY" TO IL-PARAGRAPH
               MOVE "RUNHIST.DAT" TO IL-FILE-NAME
               MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
               MOVE "REWRITE OF RUNHIST.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-250-CANCEL-MESSAGE.
           PERFORM P-230-READ-HISTORY.
           IF WS-RUNHIST-STATUS = "00"
               SET RH-STATUS-CANCELLED TO TRUE
               PERFORM P-240-REWRITE-HISTORY
           END-IF.

           SET HM-STATUS-CANCELLED TO TRUE.
           PERFORM P-260-REWRITE-HELD.
           ADD 1 TO WS-CNT-CANCELLED.
           MOVE "CANCELLED" TO RLS-ACT-RESULT.

       P-260-REWRITE-HELD.
           MOVE WS-RUN-DATE TO HM-ACTION-DATE.
           MOVE HA-USER-ID TO HM-ACTION-USER.
           MOVE HA-REASON TO HM-ACTION-REASON.
           REWRITE HELD-MESSAGE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-HOLDMSG-STATUS NOT = "00"
               DISPLAY "ERROR: REWRITE OF HOLDMSG.DAT FAILED, "
                   "STATUS=" WS-HOLDMSG-STATUS
               MOVE "P-260-REWRITE-HELD" TO IL-PARAGRAPH
               MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
               MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
               MOVE "REWRITE OF HOLDMSG.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-300-LIST-HELD.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.
           MOVE "MESSAGES STILL HELD" TO RLS-SEC-TEXT.
           WRITE RELEASE-REPORT-LINE FROM RLS-SECTION-LINE.
           WRITE RELEASE-REPORT-LINE FROM RLS-HELD-HEADING.

           MOVE 0 TO HM-RUN-DATE.
           MOVE 0 TO HM-BATCH-ID.
           MOVE 0 TO HM-MSG-SEQ.
           START HELD-MESSAGE-FILE KEY >= HM-KEY
               INVALID KEY
                   MOVE "10" TO WS-HOLDMSG-STATUS
           END-START.
           PERFORM UNTIL WS-HOLDMSG-STATUS NOT = "00"
               READ HELD-MESSAGE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-HOLDMSG-STATUS
                   NOT AT END
                       IF HM-STATUS-HELD
                           PERFORM P-310-HELD-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-CNT-STILL-HELD = 0
               MOVE "  NONE" TO RLS-SEC-TEXT
               WRITE RELEASE-REPORT-LINE FROM RLS-SECTION-LINE
           END-IF.

       P-310-HELD-LINE.
           ADD 1 TO WS-CNT-STILL-HELD.
           MOVE HM-RUN-DATE TO RLS-HLD-RUN-DATE.
           MOVE HM-BATCH-ID TO RLS-HLD-BATCH-ID.
           MOVE HM-MSG-SEQ TO RLS-HLD-MSG-SEQ.
           MOVE HM-HOLD-DEST-ID TO RLS-HLD-DEST-ID.
           MOVE HM-HOLD-RULE TO RLS-HLD-RULE.
           MOVE HM-HOLD-POSITION TO RLS-HLD-POSITION.
           MOVE HM-UNKNOWN-PCT TO RLS-HLD-PCT.
           MOVE HM-HOLD-DATE TO RLS-HLD-DATE.
           MOVE HM-OUTPUT-BUFFER TO RLS-HLD-TEXT.
           WRITE RELEASE-REPORT-LINE FROM RLS-HELD-LINE.

       P-400-PRINT-TOTALS.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.
           MOVE "TOTALS" TO RLS-SEC-TEXT.
           WRITE RELEASE-REPORT-LINE FROM RLS-SECTION-LINE.

           MOVE "ACTIONS READ" TO RLS-TOT-LABEL.
           MOVE WS-CNT-ACTIONS TO RLS-TOT-VALUE.
           WRITE RELEASE-REPORT-LINE FROM RLS-TOTAL-LINE.

           MOVE "MESSAGES RELEASED" TO RLS-TOT-LABEL.
           MOVE WS-CNT-RELEASED TO RLS-TOT-VALUE.
           WRITE RELEASE-REPORT-LINE FROM RLS-TOTAL-LINE.

           MOVE "MESSAGES CANCELLED" TO RLS-TOT-LABEL.
           MOVE WS-CNT-CANCELLED TO RLS-TOT-VALUE.
           WRITE RELEASE-REPORT-LINE FROM RLS-TOTAL-LINE.

           MOVE "ACTIONS REFUSED" TO RLS-TOT-LABEL.
           MOVE WS-CNT-REFUSED TO RLS-TOT-VALUE.
           WRITE RELEASE-REPORT-LINE FROM RLS-TOTAL-LINE.

           MOVE "NO RUN HISTORY FOUND" TO RLS-TOT-LABEL.
           MOVE WS-CNT-NO-HISTORY TO RLS-TOT-VALUE.
           WRITE RELEASE-REPORT-LINE FROM RLS-TOTAL-LINE.

           MOVE "MESSAGES STILL HELD" TO RLS-TOT-LABEL.
           MOVE WS-CNT-STILL-HELD TO RLS-TOT-VALUE.
           WRITE RELEASE-REPORT-LINE FROM RLS-TOTAL-LINE.

       P-900-CLOSE-FILES.
           CLOSE RELEASE-REPORT-FILE.
           IF HOLDMSG-PRESENT
               CLOSE HELD-MESSAGE-FILE
               CLOSE RUN-HISTORY-FILE
           END-IF.
           DISPLAY "Release report written to RELEASE.RPT".

       P-999-ABEND.
           DISPLAY "SYS-RELEASE-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-RELEASE-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-RELEASE-86.
