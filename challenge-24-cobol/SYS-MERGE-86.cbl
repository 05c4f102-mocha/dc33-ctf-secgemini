               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HELD-MESSAGE-FILE ASSIGN TO "HOLDMSG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HOLDMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-CONTROL-FILE
           RECORDING MODE IS F.
       01  SPLIT-CONTROL-RECORD.
           05 SPL-SEGMENT-COUNT     PIC 9(2).
           05 SPL-INPUT-FILE-NAME   PIC X(30).

       FD  PARTIAL-FILE
           RECORDING MODE IS F.
           05 DI-RUN-DATE           PIC 9(8).
           05 DI-BATCH-ID           PIC 9(8).
           05 DI-MSG-SEQ            PIC 9(4).
              88 DI-HEADER-SEQ            VALUE 0.
              88 DI-TRAILER-SEQ           VALUE 9999.
           05 DI-OUTPUT-BUFFER      PIC X(400).

       FD  PUBLISH-LOG-FILE
       FD  RUN-CONTROL-FILE.
       COPY RCTLREC.

       FD  HELD-MESSAGE-FILE.
       COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS         PIC X(2).
       01  WS-HOLDMSG-STATUS        PIC X(2).
       01  WS-SRCACK-FILE-NAME      PIC X(30).
       01  WS-SRCACK-STATUS         PIC X(2).
       01  WS-SRC-FILE-NAME         PIC X(30) VALUE "DATASETA.DAT".
       01  WS-SRC-SOURCE-SYS        PIC X(8) VALUE SPACES.
       01  WS-SRC-CREATE-DATE       PIC 9(8) VALUE 0.
       01  WS-SRC-HEADER-SW         PIC X VALUE "N".
                 15 WS-MRG-RESULT-SW
                                    PIC X.
                 15 WS-MRG-CHAR     PIC X.
              10 WS-MRG-HELD-SW     PIC X.

       01  WS-CHK-COUNT             PIC 9(6) COMP VALUE 0.
       01  WS-CHK-REJECTED          PIC 9(6) COMP VALUE 0.
       01  WS-TBL-MAX-RSLT          PIC 9(4) COMP VALUE 0.

       COPY TRANTBL.
       COPY CONTRULE.
       COPY CONTCHK.
       COPY IFSEAL.
       COPY IFCTLREC.

       01  WS-DEST-IDX              PIC 9(2) COMP.
       01  WS-DI-PTR                PIC 9(4) COMP.
       01  WS-DEST-UNMAPPED         PIC 9(4) COMP.
       01  WS-DEST-BUFFER           PIC X(400).
       01  WS-DEST-TEXT-SW          PIC X VALUE "N".
           88 DEST-TEXT-FOR-GATE           VALUE "Y".
           88 DEST-TEXT-FOR-PUBLISH        VALUE "N".
       01  WS-TOT-HELD              PIC 9(4) COMP VALUE 0.
       01  WS-REJ-REASON-CODE       PIC X(4).
       01  WS-STAT-UNMAPPED         PIC 9(4) COMP VALUE 0.
       01  WS-TOT-UNMAPPED          PIC 9(4) COMP VALUE 0.
       01  WS-TOT-MIN-RSLT          PIC 9(4) COMP VALUE 9999.
       01  WS-TOT-MAX-RSLT          PIC 9(4) COMP VALUE 0.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-MERGE-86 SEGMENT MERGE".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           CALL "SUB-TRANTBL-RTN"
               USING BY REFERENCE TRAN-TABLE-AREA WS-RUN-DATE.
           CALL "SUB-CONTRULE-RTN"
               USING BY REFERENCE TRAN-TABLE-AREA CONTENT-RULE-AREA.
           PERFORM P-020-LOAD-CONTROL.
           PERFORM P-030-VERIFY-RUN-CONTROL.
           PERFORM P-100-LOAD-PARTIALS.
                           MOVE SPL-SEGMENT-COUNT
                               TO WS-SEGMENT-COUNT
                       END-IF
                       IF SPL-INPUT-FILE-NAME NOT = SPACES
                           MOVE SPL-INPUT-FILE-NAME
                               TO WS-SRC-FILE-NAME
                       END-IF
               END-READ
               CLOSE SPLIT-CONTROL-FILE
           ELSE
           IF WS-SEGMENT-COUNT > WS-MAX-SEGMENTS
               DISPLAY "ERROR: SEGMENT COUNT " WS-SEGMENT-COUNT
                   " EXCEEDS LIMIT OF " WS-MAX-SEGMENTS
               MOVE "P-020-LOAD-CONTROL" TO IL-PARAGRAPH
               MOVE "SEGMENT COUNT EXCEEDS LIMIT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUNCTL.DAT, STATUS="
                   WS-RUNCTL-STATUS " - RUN THE SPLIT FIRST"
               MOVE "P-030-VERIFY-RUN-CONTROL" TO IL-PARAGRAPH
               MOVE "RUNCTL.DAT" TO IL-FILE-NAME
               MOVE WS-RUNCTL-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RUNCTL.DAT - RUN THE SPLIT FIRST"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERROR: NO RUN CONTROL REGISTRATION FOR RUN "
                   "DATE " WS-RUN-DATE " - RERUN THE SPLIT"
               MOVE "P-030-VERIFY-RUN-CONTROL" TO IL-PARAGRAPH
               MOVE "NO RUN CONTROL REGISTRATION FOR RUN DATE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF RC-SEGMENT-COUNT NOT = WS-SEGMENT-COUNT
               DISPLAY "ERROR: RUN CONTROL SHOWS "
                   RC-SEGMENT-COUNT " SEGMENTS BUT SPLITCTL.CTL "
                   "SHOWS " WS-SEGMENT-COUNT " - MERGE REFUSED"
               MOVE "P-030-VERIFY-RUN-CONTROL" TO IL-PARAGRAPH
               MOVE "SPLITCTL.CTL" TO IL-FILE-NAME
               MOVE "RUN CONTROL SHOWS SEGMENTS BUT SPLITCTL.CTL SHOWS"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               DISPLAY "ERROR: SEGMENT " WS-SEG-IDX
                   " IS NOT REGISTERED FOR RUN DATE " WS-RUN-DATE
                   " - MERGE REFUSED"
               MOVE "P-035-VERIFY-ONE-SEGMENT" TO IL-PARAGRAPH
               MOVE "SEGMENT IS NOT REGISTERED FOR RUN DATE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF NOT RC-STATUS-COMPLETE
               DISPLAY "ERROR: SEGMENT " WS-SEG-IDX
                   " SHOWS STATUS " RC-STATUS
                   " ON RUN CONTROL - MERGE REFUSED"
               MOVE "P-035-VERIFY-ONE-SEGMENT" TO IL-PARAGRAPH
               MOVE RC-STATUS TO IL-FILE-STATUS
               MOVE "SEGMENT SHOWS STATUS ON RUN CONTROL"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               DISPLAY "ERROR: UNABLE TO OPEN "
                   WS-PARTIAL-FILE-NAME " STATUS="
                   WS-PARTIAL-STATUS " - WORKER NOT COMPLETE"
               MOVE "P-110-LOAD-ONE-PARTIAL" TO IL-PARAGRAPH
               MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
               MOVE WS-PARTIAL-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE - WORKER NOT COMPLETE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                           DISPLAY "ERROR: " WS-PARTIAL-FILE-NAME
                               " IS NOT FROM THE SAME SOURCE "
                               "FILE AS THE OTHER PARTIAL FILES"
                           MOVE "P-115-CLASSIFY-PARTIAL" TO IL-PARAGRAPH
                           MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
                           MOVE "FILE IS NOT FROM THE SAME SOURCE FILE"
                               TO IL-MESSAGE
                           PERFORM P-999-ABEND
                       END-IF
                   END-IF
                           DISPLAY "ERROR: " WS-PARTIAL-FILE-NAME
                               " IS NOT FROM THE SAME SPLIT AS "
                               "THE OTHER PARTIAL FILES"
                           MOVE "P-115-CLASSIFY-PARTIAL" TO IL-PARAGRAPH
                           MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
                           MOVE "FILE IS NOT FROM THE SAME SPLIT"
                               TO IL-MESSAGE
                           PERFORM P-999-ABEND
                       END-IF
                   END-IF
                   DISPLAY "ERROR: UNKNOWN RECORD TYPE """
                       PT-RECORD-TYPE """ IN "
                       WS-PARTIAL-FILE-NAME
                   MOVE "P-115-CLASSIFY-PARTIAL" TO IL-PARAGRAPH
                   MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
                   MOVE "UNKNOWN RECORD TYPE IN FILE" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

               IF WS-MRG-MSG-COUNT >= WS-MSG-MAX
                   DISPLAY "ERROR: MESSAGES EXCEED LIMIT OF "
                       WS-MSG-MAX
                   MOVE "P-120-STORE-DETAIL" TO IL-PARAGRAPH
                   MOVE "MESSAGES EXCEED LIMIT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-MRG-MSG-COUNT
           IF PT-POSITION < 1 OR PT-POSITION > WS-MAX-TABLE-SIZE
               DISPLAY "ERROR: POSITION " PT-POSITION
                   " OUT OF RANGE IN " WS-PARTIAL-FILE-NAME
               MOVE "P-120-STORE-DETAIL" TO IL-PARAGRAPH
               MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
               MOVE "POSITION OUT OF RANGE IN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-MRG-FILLED-SW(WS-MSG-IDX, PT-POSITION) = "Y"
               DISPLAY "ERROR: DUPLICATE POSITION " PT-POSITION
                   " FOR MESSAGE " PT-MSG-SEQ " IN "
                   WS-PARTIAL-FILE-NAME
               MOVE "P-120-STORE-DETAIL" TO IL-PARAGRAPH
               MOVE WS-PARTIAL-FILE-NAME TO IL-FILE-NAME
               MOVE "DUPLICATE POSITION FOR MESSAGE IN FILE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-200-VERIFY-COMPLETE.
           IF WS-MRG-MSG-COUNT = 0
               DISPLAY "ERROR: NO DETAIL RECORDS IN PARTIAL FILES"
               MOVE "P-200-VERIFY-COMPLETE" TO IL-PARAGRAPH
               MOVE "NO DETAIL RECORDS IN PARTIAL FILES" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                           WS-MRG-SEQ(WS-MSG-IDX) " POSITION "
                           WS-POS-IDX " MISSING FROM PARTIAL "
                           "FILES - MERGE REFUSED"
                       MOVE "P-200-VERIFY-COMPLETE" TO IL-PARAGRAPH
                       MOVE "MESSAGE POSITION MISSING FROM PARTIAL"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
               END-PERFORM
               DISPLAY "ERROR: PARTIAL FILES ARE FROM RUN DATE "
                   WS-CHK-RUN-DATE " NOT TODAY - RERUN THE "
                   "SPLIT/WORKER STREAM"
               MOVE "P-210-BALANCE-WORKER-STATS" TO IL-PARAGRAPH
               SET IL-CAUSE-OUT-OF-BALANCE TO TRUE
               MOVE "PARTIAL FILES ARE FROM RUN DATE NOT TODAY"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-DET-COUNT NOT = WS-CHK-TOTAL-COUNT
               DISPLAY "ERROR: PARTIAL FILES HOLD " WS-DET-COUNT
                   " POSITIONS BUT THE SPLIT STAMPED "
                   WS-CHK-TOTAL-COUNT " - SEGMENTS MISSING"
               MOVE "P-210-BALANCE-WORKER-STATS" TO IL-PARAGRAPH
               SET IL-CAUSE-OUT-OF-BALANCE TO TRUE
               MOVE "PARTIAL FILES HOLD POSITIONS BUT THE SPLIT STAMPED"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                   "STATISTICS - VALID " WS-TBL-COUNT "/"
                   WS-CHK-COUNT " REJECTED " WS-TBL-REJECTED "/"
                   WS-CHK-REJECTED
               MOVE "P-210-BALANCE-WORKER-STATS" TO IL-PARAGRAPH
               SET IL-CAUSE-OUT-OF-BALANCE TO TRUE
               MOVE "MERGED TOTALS DO NOT MATCH WORKER STATISTICS"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, STATUS="
                   WS-RUNHIST-STATUS
               MOVE "P-070-RUNHIST-OPEN" TO IL-PARAGRAPH
               MOVE "RUNHIST.DAT" TO IL-FILE-NAME
               MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-AUDMST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN AUDITMST.DAT, STATUS="
                   WS-AUDMST-STATUS
               MOVE "P-070-RUNHIST-OPEN" TO IL-PARAGRAPH
               MOVE "AUDITMST.DAT" TO IL-FILE-NAME
               MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN AUDITMST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           OPEN I-O HELD-MESSAGE-FILE.
           IF WS-HOLDMSG-STATUS = "35"
               OPEN OUTPUT HELD-MESSAGE-FILE
               CLOSE HELD-MESSAGE-FILE
               OPEN I-O HELD-MESSAGE-FILE
           END-IF.
           IF WS-HOLDMSG-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN HOLDMSG.DAT, STATUS="
                   WS-HOLDMSG-STATUS
               MOVE "P-070-RUNHIST-OPEN" TO IL-PARAGRAPH
               MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
               MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN HOLDMSG.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUN-SEQ >= 99
               DISPLAY "ERROR: RUN SEQUENCES EXHAUSTED FOR DATE "
                   WS-RUN-DATE
               MOVE "P-075-NEXT-RUN-SEQ" TO IL-PARAGRAPH
               MOVE "RUN SEQUENCES EXHAUSTED FOR DATE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           ADD 1 TO WS-RUN-SEQ.
           STRING "REJECT" WS-RUN-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-REJECT-FILE-NAME.

           OPEN EXTEND DECODE-OUTPUT-FILE.
           IF WS-OUTPUT-FILE-STATUS = "35"
               OPEN OUTPUT DECODE-OUTPUT-FILE
           END-IF.
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-OUTPUT-FILE-NAME
                   " STATUS=" WS-OUTPUT-FILE-STATUS
               MOVE "P-250-OPEN-OUTPUTS" TO IL-PARAGRAPH
               MOVE WS-OUTPUT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-OUTPUT-FILE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-AUDIT-FILE-NAME
                   " STATUS=" WS-AUDIT-STATUS
               MOVE "P-250-OPEN-OUTPUTS" TO IL-PARAGRAPH
               MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           OPEN EXTEND INTERFACE-FILE.
           IF WS-IFACE-STATUS = "35"
               OPEN OUTPUT INTERFACE-FILE
           END-IF.
           IF WS-IFACE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-IFACE-FILE-NAME
                   " STATUS=" WS-IFACE-STATUS
               MOVE "P-250-OPEN-OUTPUTS" TO IL-PARAGRAPH
               MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM P-920-IFACE-HEADER.
           OPEN EXTEND REJECT-FILE.
           IF WS-REJECT-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF.
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-REJECT-FILE-NAME
                   " STATUS=" WS-REJECT-STATUS
               MOVE "P-250-OPEN-OUTPUTS" TO IL-PARAGRAPH
               MOVE WS-REJECT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-REJECT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           OPEN EXTEND PUBLISH-LOG-FILE.
           IF WS-PUBLOG-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.DAT, STATUS="
                   WS-PUBLOG-STATUS
               MOVE "P-250-OPEN-OUTPUTS" TO IL-PARAGRAPH
               MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
               MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN IFPUBLOG.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           STRING "SRCACK" WS-RUN-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-SRCACK-FILE-NAME.
           OPEN EXTEND SOURCE-ACK-FILE.
           IF WS-SRCACK-STATUS = "35"
               OPEN OUTPUT SOURCE-ACK-FILE
           END-IF.
           IF WS-SRCACK-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-SRCACK-FILE-NAME
                   " STATUS=" WS-SRCACK-STATUS
               MOVE "P-250-OPEN-OUTPUTS" TO IL-PARAGRAPH
               MOVE WS-SRCACK-FILE-NAME TO IL-FILE-NAME
               MOVE WS-SRCACK-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE SPACES TO SOURCE-ACK-RECORD.
           MOVE WS-RUN-DATE TO SA-HDR-RUN-DATE.
           MOVE WS-BATCH-ID TO SA-HDR-BATCH-ID.
           PERFORM P-260-SRCACK-WRITE.
           DISPLAY "Source acknowledgement opened for "
               WS-SRC-FILE-NAME " batch " WS-BATCH-ID.

       P-260-SRCACK-WRITE.
           WRITE SOURCE-ACK-RECORD.
           IF WS-SRCACK-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-SRCACK-FILE-NAME
                   " FAILED, STATUS=" WS-SRCACK-STATUS
               MOVE "P-260-SRCACK-WRITE" TO IL-PARAGRAPH
               MOVE WS-SRCACK-FILE-NAME TO IL-FILE-NAME
               MOVE WS-SRCACK-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.


           MOVE WS-MRG-SEQ(WS-MSG-IDX) TO DO-MSG-SEQ.
           MOVE OUTPUT-BUFFER TO DO-OUTPUT-BUFFER.
           MOVE WS-BATCH-ID TO DO-BATCH-ID.
           WRITE DECODE-OUTPUT-RECORD.
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-OUTPUT-FILE-NAME
                   " FAILED, STATUS=" WS-OUTPUT-FILE-STATUS
               MOVE "P-300-OUTPUT-MESSAGE" TO IL-PARAGRAPH
               MOVE WS-OUTPUT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-OUTPUT-FILE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           PERFORM P-320-CONTENT-GATE.

           IF WS-MRG-HELD-SW(WS-MSG-IDX) = "Y"
               PERFORM P-340-HOLD-WRITE
           ELSE
               MOVE WS-RUN-DATE TO IF-RUN-DATE
               MOVE WS-BATCH-ID TO IF-BATCH-ID
               MOVE WS-MRG-SEQ(WS-MSG-IDX) TO IF-MSG-SEQ
               MOVE OUTPUT-BUFFER TO IF-OUTPUT-BUFFER
               WRITE INTERFACE-RECORD
               IF WS-IFACE-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO " WS-IFACE-FILE-NAME
                       " FAILED, STATUS=" WS-IFACE-STATUS
                   MOVE "P-300-OUTPUT-MESSAGE" TO IL-PARAGRAPH
                   MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM P-921-IFACE-SEAL-ADD

               MOVE WS-RUN-DATE TO PL-RUN-DATE
               MOVE WS-BATCH-ID TO PL-BATCH-ID
               MOVE WS-MRG-SEQ(WS-MSG-IDX) TO PL-MSG-SEQ
               MOVE WS-RUN-DATE TO PL-PUBLISH-DATE
               SET PL-ACK-PENDING TO TRUE
               MOVE 0 TO PL-ACK-DATE
               MOVE 0 TO PL-RESEND-COUNT
               WRITE PUBLISH-LOG-RECORD
               IF WS-PUBLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO IFPUBLOG.DAT FAILED, "
                       "STATUS=" WS-PUBLOG-STATUS
                   MOVE "P-300-OUTPUT-MESSAGE" TO IL-PARAGRAPH
                   MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO IFPUBLOG.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RUN-SEQ TO RH-RUN-SEQ.
           MOVE WS-MRG-SEQ(WS-MSG-IDX) TO RH-MSG-SEQ.
           MOVE WS-BATCH-ID TO RH-BATCH-ID.
           IF WS-MRG-HELD-SW(WS-MSG-IDX) = "Y"
               SET RH-STATUS-HELD TO TRUE
           ELSE
               SET RH-STATUS-COMPLETE TO TRUE
           END-IF.
           MOVE OUTPUT-BUFFER TO RH-OUTPUT-BUFFER.
           MOVE WS-STAT-COUNT TO RH-STAT-COUNT.
           MOVE WS-STAT-MIN-N TO RH-STAT-MIN-N.

           PERFORM P-145-STAT-ROLLUP.

       P-320-CONTENT-GATE.
           MOVE "N" TO WS-MRG-HELD-SW(WS-MSG-IDX).
           MOVE SPACES TO HELD-MESSAGE-RECORD.
           MOVE 0 TO HM-DEST-COUNT.
           MOVE 1 TO CK-DEST-IDX.
           MOVE WS-MRG-SIZE(WS-MSG-IDX) TO CK-TEXT-LENGTH.
           MOVE OUTPUT-BUFFER TO CK-TEXT.
           CALL "SUB-CONTCHK-RTN"
               USING BY REFERENCE CONTENT-RULE-AREA CONTENT-CHECK-AREA.
           PERFORM P-330-GATE-RESULT.
           PERFORM P-325-GATE-DEST
               VARYING WS-DEST-IDX FROM 2 BY 1
               UNTIL WS-DEST-IDX > TA-DEST-COUNT.
           IF WS-MRG-HELD-SW(WS-MSG-IDX) = "Y"
               ADD 1 TO WS-TOT-HELD
               DISPLAY "WARNING: MESSAGE " WS-MRG-SEQ(WS-MSG-IDX)
                   " HELD - CONTENT RULE " HM-HOLD-RULE
                   " FAILED FOR DESTINATION " HM-HOLD-DEST-ID
                   " AT POSITION " HM-HOLD-POSITION
           END-IF.

       P-325-GATE-DEST.
           SET DEST-TEXT-FOR-GATE TO TRUE.
           PERFORM P-904-BUILD-DEST-TEXT.
           SET DEST-TEXT-FOR-PUBLISH TO TRUE.
           ADD 1 TO HM-DEST-COUNT.
           MOVE TA-DEST-ID(WS-DEST-IDX) TO HM-DEST-ID(HM-DEST-COUNT).
           MOVE WS-DEST-BUFFER TO HM-DEST-BUFFER(HM-DEST-COUNT).
           MOVE WS-DEST-IDX TO CK-DEST-IDX.
           COMPUTE CK-TEXT-LENGTH = WS-DI-PTR - 1.
           MOVE WS-DEST-BUFFER TO CK-TEXT.
           CALL "SUB-CONTCHK-RTN"
               USING BY REFERENCE CONTENT-RULE-AREA CONTENT-CHECK-AREA.
           PERFORM P-330-GATE-RESULT.

       P-330-GATE-RESULT.
           IF CK-FAILED AND WS-MRG-HELD-SW(WS-MSG-IDX) NOT = "Y"
               MOVE "Y" TO WS-MRG-HELD-SW(WS-MSG-IDX)
               MOVE TA-DEST-ID(CK-DEST-IDX) TO HM-HOLD-DEST-ID
               MOVE CK-FAIL-RULE TO HM-HOLD-RULE
               MOVE CK-FAIL-POSITION TO HM-HOLD-POSITION
               MOVE CK-UNKNOWN-PCT TO HM-UNKNOWN-PCT
           END-IF.

       P-340-HOLD-WRITE.
           MOVE WS-RUN-DATE TO HM-RUN-DATE.
           MOVE WS-BATCH-ID TO HM-BATCH-ID.
           MOVE WS-MRG-SEQ(WS-MSG-IDX) TO HM-MSG-SEQ.
           MOVE WS-RUN-SEQ TO HM-RUN-SEQ.
           MOVE WS-SRC-SOURCE-SYS TO HM-SOURCE-SYS.
           SET HM-STATUS-HELD TO TRUE.
           MOVE WS-RUN-DATE TO HM-HOLD-DATE.
           MOVE 0 TO HM-ACTION-DATE.
           MOVE SPACES TO HM-ACTION-USER.
           MOVE SPACES TO HM-ACTION-REASON.
           MOVE OUTPUT-BUFFER TO HM-OUTPUT-BUFFER.
           WRITE HELD-MESSAGE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-HOLDMSG-STATUS = "22"
               REWRITE HELD-MESSAGE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS-HOLDMSG-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO HOLDMSG.DAT FAILED, STATUS="
                   WS-HOLDMSG-STATUS
               MOVE "P-340-HOLD-WRITE" TO IL-PARAGRAPH
               MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
               MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO HOLDMSG.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-310-OUTPUT-POSITION.
           MOVE WS-MRG-CHAR(WS-MSG-IDX, WS-POS-IDX)
               TO OUTPUT-BUFFER(WS-POS-IDX:1).

           MOVE WS-MRG-SEQ(WS-MSG-IDX) TO AUDIT-MSG-SEQ.
           MOVE WS-POS-IDX TO AUDIT-VAR-I.
           MOVE WS-BATCH-ID TO AUDIT-BATCH-ID.
           MOVE WS-MRG-DATA-POINT(WS-MSG-IDX, WS-POS-IDX)
               TO AUDIT-DATA-POINT.
           MOVE WS-MRG-VAR-N(WS-MSG-IDX, WS-POS-IDX)
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-AUDIT-FILE-NAME
                   " FAILED, STATUS=" WS-AUDIT-STATUS
               MOVE "P-310-OUTPUT-POSITION" TO IL-PARAGRAPH
               MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-REJECT-FILE-NAME
                   " FAILED, STATUS=" WS-REJECT-STATUS
               MOVE "P-125-REJECT-WRITE" TO IL-PARAGRAPH
               MOVE WS-REJECT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-REJECT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-AUDMST-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO AUDITMST.DAT FAILED, STATUS="
                   WS-AUDMST-STATUS
               MOVE "P-135-AUDIT-MASTER-WRITE" TO IL-PARAGRAPH
               MOVE "AUDITMST.DAT" TO IL-FILE-NAME
               MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO AUDITMST.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO RUNHIST.DAT FAILED, STATUS="
                   WS-RUNHIST-STATUS
               MOVE "P-097-RUNHIST-WRITE" TO IL-PARAGRAPH
               MOVE "RUNHIST.DAT" TO IL-FILE-NAME
               MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO RUNHIST.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

               ".DAT" DELIMITED BY SIZE
               INTO WS-DIFACE-FILE-NAME.

           OPEN EXTEND DEST-INTERFACE-FILE.
           IF WS-DIFACE-STATUS = "35"
               OPEN OUTPUT DEST-INTERFACE-FILE
           END-IF.
           IF WS-DIFACE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-DIFACE-FILE-NAME
                   " STATUS=" WS-DIFACE-STATUS
               MOVE "P-906-PUBLISH-ONE-DEST" TO IL-PARAGRAPH
               MOVE WS-DIFACE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-DIFACE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM P-925-DEST-HEADER.

           MOVE 0 TO WS-DEST-UNMAPPED.
           PERFORM P-907-PUBLISH-DEST-MESSAGE
               VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > WS-MRG-MSG-COUNT.

           PERFORM P-927-DEST-TRAILER.
           CLOSE DEST-INTERFACE-FILE.
           DISPLAY "Interface file published for destination "
               TA-DEST-ID(WS-DEST-IDX) ": " WS-DIFACE-FILE-NAME.
           END-IF.

       P-907-PUBLISH-DEST-MESSAGE.
           IF WS-MRG-HELD-SW(WS-MSG-IDX) = "Y"
               CONTINUE
           ELSE
               MOVE WS-RUN-DATE TO DI-RUN-DATE
               MOVE WS-BATCH-ID TO DI-BATCH-ID
               MOVE WS-MRG-SEQ(WS-MSG-IDX) TO DI-MSG-SEQ
               PERFORM P-904-BUILD-DEST-TEXT
               MOVE WS-DEST-BUFFER TO DI-OUTPUT-BUFFER
               WRITE DEST-INTERFACE-RECORD
               IF WS-DIFACE-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO " WS-DIFACE-FILE-NAME
                       " FAILED, STATUS=" WS-DIFACE-STATUS
                   MOVE "P-907-PUBLISH-DEST-MESSAGE" TO IL-PARAGRAPH
                   MOVE WS-DIFACE-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-DIFACE-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM P-926-DEST-SEAL-ADD
           END-IF.

       P-904-BUILD-DEST-TEXT.
           MOVE SPACES TO WS-DEST-BUFFER.
           MOVE 1 TO WS-DI-PTR.
           PERFORM P-908-TRANSLATE-DEST-POSITION
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-MRG-SIZE(WS-MSG-IDX).

       P-908-TRANSLATE-DEST-POSITION.
           EVALUATE TRUE
                           WS-MRG-VAR-RSLT(WS-MSG-IDX, WS-POS-IDX)
                               + 1))
                       DELIMITED BY SIZE
                       INTO WS-DEST-BUFFER
                       WITH POINTER WS-DI-PTR
                       ON OVERFLOW
                           DISPLAY "ERROR: DESTINATION BUFFER "
                               "OVERFLOW FOR "
                               TA-DEST-ID(WS-DEST-IDX)
                           MOVE "P-908-TRANSLATE-DEST-POSITION"
                               TO IL-PARAGRAPH
                           MOVE "DESTINATION BUFFER OVERFLOW"
                               TO IL-MESSAGE
                           PERFORM P-999-ABEND
                   END-STRING
               WHEN OTHER
                   IF DEST-TEXT-FOR-PUBLISH
                       ADD 1 TO WS-DEST-UNMAPPED
                       DISPLAY "WARNING: VAR-RSLT "
                           WS-MRG-VAR-RSLT(WS-MSG-IDX, WS-POS-IDX)
                           " AT MESSAGE " WS-MRG-SEQ(WS-MSG-IDX)
                           " POSITION " WS-POS-IDX " HAS NO ENTRY "
                           "FOR DESTINATION " TA-DEST-ID(WS-DEST-IDX)
                   END-IF
                   PERFORM P-909-DEST-SUBSTITUTE
           END-EVALUATE.

       P-909-DEST-SUBSTITUTE.
           STRING "?" DELIMITED BY SIZE
               INTO WS-DEST-BUFFER
               WITH POINTER WS-DI-PTR
               ON OVERFLOW
                   DISPLAY "ERROR: DESTINATION BUFFER OVERFLOW "
                       "FOR " TA-DEST-ID(WS-DEST-IDX)
                   MOVE "P-909-DEST-SUBSTITUTE" TO IL-PARAGRAPH
                   MOVE "DESTINATION BUFFER OVERFLOW" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-STRING.

               WS-TOT-REJECTED.
           DISPLAY "         RESULTS UNMAPPED      = "
               WS-TOT-UNMAPPED.
           DISPLAY "         MESSAGES HELD         = " WS-TOT-HELD.
           DISPLAY "========================================".
           IF WS-TOT-HELD > 0
               DISPLAY "WARNING: " WS-TOT-HELD " MESSAGES HELD BY "
                   "CONTENT RULES - REVIEW WITH SYS-RELEASE-86"
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RUN-SEQ TO RH-RUN-SEQ.
           DISPLAY "Decoded results archived to "
               WS-OUTPUT-FILE-NAME.
           CLOSE AUDIT-FILE.
           PERFORM P-922-IFACE-TRAILER.
           CLOSE INTERFACE-FILE.
           DISPLAY "Interface file published: " WS-IFACE-FILE-NAME.
           CLOSE REJECT-FILE.
               WS-SRCACK-FILE-NAME.
           CLOSE RUN-HISTORY-FILE.
           CLOSE AUDIT-MASTER-FILE.
           CLOSE HELD-MESSAGE-FILE.
           DISPLAY "Run history recorded for run " WS-RUN-DATE
               " sequence " WS-RUN-SEQ.

           PERFORM P-910-STAT-HISTORY-WRITE.

       P-920-IFACE-HEADER.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-HEADER-REC TO TRUE.
           MOVE TA-DEST-ID(1) TO IC-HDR-DEST-ID.
           MOVE WS-RUN-DATE TO IC-HDR-RUN-DATE.
           MOVE WS-BATCH-ID TO IC-HDR-BATCH-ID.
           SET IC-FILE-BATCH TO TRUE.
           MOVE 220 TO IC-HDR-REC-LENGTH.
           MOVE "SYS-MERGE-86" TO IC-HDR-PROGRAM.
           MOVE WS-SRC-FILE-NAME TO IC-HDR-SOURCE-FILE.
           MOVE WS-RUN-DATE TO IF-RUN-DATE.
           MOVE WS-BATCH-ID TO IF-BATCH-ID.
           SET IF-HEADER-SEQ TO TRUE.
           MOVE IFACE-CONTROL-BODY TO IF-OUTPUT-BUFFER.
           WRITE INTERFACE-RECORD.
           IF WS-IFACE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-IFACE-FILE-NAME
                   " FAILED, STATUS=" WS-IFACE-STATUS
               MOVE "P-920-IFACE-HEADER" TO IL-PARAGRAPH
               MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           SET SL-FUNC-START TO TRUE.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.

       P-921-IFACE-SEAL-ADD.
           SET SL-FUNC-ADD TO TRUE.
           MOVE IF-MSG-SEQ TO SL-MSG-SEQ.
           MOVE 200 TO SL-BUFFER-LENGTH.
           MOVE IF-OUTPUT-BUFFER TO SL-BUFFER.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.

       P-922-IFACE-TRAILER.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-TRAILER-REC TO TRUE.
           MOVE SL-REC-COUNT TO IC-TRL-REC-COUNT.
           MOVE SL-HASH-TOTAL TO IC-TRL-HASH-TOTAL.
           MOVE SL-CHECKSUM TO IC-TRL-CHECKSUM.
           MOVE WS-RUN-DATE TO IF-RUN-DATE.
           MOVE WS-BATCH-ID TO IF-BATCH-ID.
           SET IF-TRAILER-SEQ TO TRUE.
           MOVE IFACE-CONTROL-BODY TO IF-OUTPUT-BUFFER.
           WRITE INTERFACE-RECORD.
           IF WS-IFACE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-IFACE-FILE-NAME
                   " FAILED, STATUS=" WS-IFACE-STATUS
               MOVE "P-922-IFACE-TRAILER" TO IL-PARAGRAPH
               MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           DISPLAY "Interface file sealed: " SL-REC-COUNT
               " records for batch " WS-BATCH-ID
               " from " WS-SRC-FILE-NAME.

       P-925-DEST-HEADER.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-HEADER-REC TO TRUE.
           MOVE TA-DEST-ID(WS-DEST-IDX) TO IC-HDR-DEST-ID.
           MOVE WS-RUN-DATE TO IC-HDR-RUN-DATE.
           MOVE WS-BATCH-ID TO IC-HDR-BATCH-ID.
           SET IC-FILE-BATCH TO TRUE.
           MOVE 420 TO IC-HDR-REC-LENGTH.
           MOVE "SYS-MERGE-86" TO IC-HDR-PROGRAM.
           MOVE WS-SRC-FILE-NAME TO IC-HDR-SOURCE-FILE.
           MOVE WS-RUN-DATE TO DI-RUN-DATE.
           MOVE WS-BATCH-ID TO DI-BATCH-ID.
           SET DI-HEADER-SEQ TO TRUE.
           MOVE IFACE-CONTROL-BODY TO DI-OUTPUT-BUFFER.
           WRITE DEST-INTERFACE-RECORD.
           IF WS-DIFACE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-DIFACE-FILE-NAME
                   " FAILED, STATUS=" WS-DIFACE-STATUS
               MOVE "P-925-DEST-HEADER" TO IL-PARAGRAPH
               MOVE WS-DIFACE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-DIFACE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           SET SL-FUNC-START TO TRUE.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.

       P-926-DEST-SEAL-ADD.
           SET SL-FUNC-ADD TO TRUE.
           MOVE DI-MSG-SEQ TO SL-MSG-SEQ.
           MOVE 400 TO SL-BUFFER-LENGTH.
           MOVE DI-OUTPUT-BUFFER TO SL-BUFFER.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.

       P-927-DEST-TRAILER.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-TRAILER-REC TO TRUE.
           MOVE SL-REC-COUNT TO IC-TRL-REC-COUNT.
           MOVE SL-HASH-TOTAL TO IC-TRL-HASH-TOTAL.
           MOVE SL-CHECKSUM TO IC-TRL-CHECKSUM.
           MOVE WS-RUN-DATE TO DI-RUN-DATE.
           MOVE WS-BATCH-ID TO DI-BATCH-ID.
           SET DI-TRAILER-SEQ TO TRUE.
           MOVE IFACE-CONTROL-BODY TO DI-OUTPUT-BUFFER.
           WRITE DEST-INTERFACE-RECORD.
           IF WS-DIFACE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-DIFACE-FILE-NAME
                   " FAILED, STATUS=" WS-DIFACE-STATUS
               MOVE "P-927-DEST-TRAILER" TO IL-PARAGRAPH
               MOVE WS-DIFACE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-DIFACE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-910-STAT-HISTORY-WRITE.
           OPEN EXTEND STAT-HISTORY-FILE.
           IF WS-STATHIST-STATUS = "35"
           IF WS-STATHIST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN STATHIST.DAT, STATUS="
                   WS-STATHIST-STATUS
               MOVE "P-910-STAT-HISTORY-WRITE" TO IL-PARAGRAPH
               MOVE "STATHIST.DAT" TO IL-FILE-NAME
               MOVE WS-STATHIST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN STATHIST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO SH-RUN-DATE.
           IF WS-STATHIST-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO STATHIST.DAT FAILED, STATUS="
                   WS-STATHIST-STATUS
               MOVE "P-910-STAT-HISTORY-WRITE" TO IL-PARAGRAPH
               MOVE "STATHIST.DAT" TO IL-FILE-NAME
               MOVE WS-STATHIST-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO STATHIST.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           CLOSE STAT-HISTORY-FILE.

       P-999-ABEND.
           DISPLAY "SYS-MERGE-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-MERGE-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           MOVE WS-BATCH-ID TO IL-BATCH-ID.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

