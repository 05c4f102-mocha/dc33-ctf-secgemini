       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-INPUT-FILE
               ASSIGN TO DYNAMIC WS-INPUT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-CKPT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PROCMST-STATUS.

           SELECT HELD-MESSAGE-FILE ASSIGN TO "HOLDMSG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HOLDMSG-STATUS.

           SELECT RESUBMIT-CONTROL-FILE ASSIGN TO "RESUBMIT.CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUBCTL-STATUS.
           05 CKPT-OUT-STEP         PIC 9(4) COMP.
           05 CKPT-RESUBMIT-SW      PIC X.
           05 CKPT-PM-RESUB-COUNT   PIC 9(2).
           05 CKPT-SOURCE-SYS       PIC X(8).
           05 CKPT-CREATE-DATE      PIC 9(8).
           05 CKPT-TOT-HELD         PIC 9(4) COMP.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           05 DI-RUN-DATE           PIC 9(8).
           05 DI-BATCH-ID           PIC 9(8).
           05 DI-MSG-SEQ            PIC 9(4).
              88 DI-HEADER-SEQ            VALUE 0.
              88 DI-TRAILER-SEQ           VALUE 9999.
           05 DI-OUTPUT-BUFFER      PIC X(400).

       FD  PUBLISH-LOG-FILE
       FD  PROCESSED-FILE-MASTER.
       COPY PROCREC.

       FD  HELD-MESSAGE-FILE.
       COPY HOLDREC.

       FD  RESUBMIT-CONTROL-FILE
           RECORDING MODE IS F.
       01  RESUBMIT-CONTROL-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-PROCMST-STATUS        PIC X(2).
       01  WS-HOLDMSG-STATUS        PIC X(2).
       01  WS-RESUBCTL-STATUS       PIC X(2).
       01  WS-RESUBMIT-SW           PIC X VALUE "N".
           88 RESUBMIT-OVERRIDE            VALUE "Y".
       01  WS-PM-RESUB-COUNT        PIC 9(2) VALUE 0.
       01  WS-SRCACK-FILE-NAME      PIC X(30).
       01  WS-SRCACK-STATUS         PIC X(2).
       01  WS-INPUT-FILE-NAME       PIC X(30) VALUE "DATASETA.DAT".
       01  WS-INPUT-FILE-STATUS     PIC X(2).
       01  WS-OUTPUT-FILE-STATUS    PIC X(2).
       01  WS-OUTPUT-FILE-NAME      PIC X(30).
       01  WS-CKPT-FILE-NAME        PIC X(30) VALUE "CHECKPT.DAT".
       01  WS-CKPT-STATUS           PIC X(2).
       01  WS-AUDIT-FILE-NAME       PIC X(30).
       01  WS-AUDIT-STATUS          PIC X(2).
       01  WS-PUBLOG-STATUS         PIC X(2).
       01  WS-DIFACE-FILE-NAME      PIC X(30).
       01  WS-DIFACE-STATUS         PIC X(2).
       01  WS-IFACE-HEADER-SW       PIC X VALUE "N".
           88 IFACE-HEADER-WRITTEN         VALUE "Y".
       01  WS-IFACE-TRAILER-SW      PIC X VALUE "N".
           88 IFACE-TRAILER-WRITTEN        VALUE "Y".
       01  WS-RUN-SEQ               PIC 9(2) VALUE 0.
       01  WS-SAVED-RUN-SEQ         PIC 9(2) VALUE 0.
       01  WS-BID-Q                 PIC 9(2).
       01  WS-BID-REM               PIC 9(6).
       01  WS-BATCH-ID              PIC 9(8) VALUE 0.
       01  WS-RESTART-POS           PIC 9(4) COMP VALUE 0.
       01  WS-OUT-STEP              PIC 9(4) COMP VALUE 0.
       01  WS-RESUME-OUT-STEP       PIC 9(4) COMP VALUE 0.
           88 RUN-IS-RESUMED               VALUE "Y".
           88 RUN-IS-NOT-RESUMED           VALUE "N".
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-INTAKE-SW             PIC X VALUE "N".
           88 INTAKE-RUN                   VALUE "Y".
       01  WS-CTLRPT-APPEND-SW      PIC X VALUE "N".
           88 CTLRPT-APPEND                VALUE "Y".
       01  WS-TABLE-SIZE            PIC 9(4) COMP VALUE 0.
       01  WS-MAX-TABLE-SIZE        PIC 9(4) COMP VALUE 200.
       01  WS-MAX-DATA-POINT-VALUE  PIC S9(4) COMP VALUE 9999.
           05 CTL-H2-CREATED PIC 9(8).
           05 FILLER PIC X(33) VALUE SPACES.

       01  CTL-HEADING-4.
           05 FILLER PIC X(16) VALUE "  INPUT FILE    ".
           05 CTL-H4-FILE-NAME PIC X(30).
           05 FILLER PIC X(34) VALUE SPACES.

       01  CTL-HEADING-3.
           05 FILLER PIC X(26) VALUE "  CONTROL ITEM            ".
           05 FILLER PIC X(10) VALUE "  EXPECTED".
              10 WS-MSG-POINT       PIC S9(4) COMP OCCURS 200 TIMES.
              10 WS-MSG-RSLT        PIC 9(4) COMP OCCURS 200 TIMES.
              10 WS-MSG-VALID-SW    PIC X OCCURS 200 TIMES.
              10 WS-MSG-HELD-SW     PIC X.

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
       01  WS-GATE-PARTIAL-SW       PIC X VALUE "N".
           88 GATE-DEST-1-ONLY             VALUE "Y".
       01  WS-TOT-HELD              PIC 9(4) COMP VALUE 0.
       01  WS-REJ-REASON-CODE       PIC X(4).

       01  DATA-ARRAY-A.
           05 OUTPUT-CHAR PIC X
               OCCURS 1 TO 200 TIMES DEPENDING ON WS-TABLE-SIZE.

       COPY INCLREC.

       LINKAGE SECTION.
       COPY INTKPARM.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "==================================================".

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P-010-RUN-CYCLE.

           STOP RUN.

       P-005-INTAKE-ENTRY.
       ENTRY "SYS-PROCESS-86-INTAKE" USING INTAKE-PARM-AREA.
           SET INTAKE-RUN TO TRUE.
           SET IP-OUTCOME-ABENDED TO TRUE.
           MOVE IP-INPUT-FILE-NAME TO WS-INPUT-FILE-NAME.
           MOVE IP-RUN-DATE TO WS-RUN-DATE.
           IF IP-FILE-NBR > 1
               SET CTLRPT-APPEND TO TRUE
           END-IF.
           DISPLAY "SYS-PROCESS-86 INTAKE OF " WS-INPUT-FILE-NAME.

           PERFORM P-010-RUN-CYCLE.

           SET IP-OUTCOME-PROCESSED TO TRUE.
           PERFORM P-992-INTAKE-RESULT.
           GOBACK.

       P-010-RUN-CYCLE.
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           PERFORM P-025-TRANTBL-LOAD.
           PERFORM P-026-CONTRULE-LOAD.
           PERFORM P-050-LOAD-CODES.
           PERFORM P-028-PROFILE-LOAD.
           PERFORM P-030-RECONCILE.
           PERFORM P-900-OUTPUT.
           PERFORM P-045-CHECKPOINT-CLEAR.

       P-025-TRANTBL-LOAD.
           CALL "SUB-TRANTBL-RTN"
               USING BY REFERENCE TRAN-TABLE-AREA WS-RUN-DATE.

       P-026-CONTRULE-LOAD.
           CALL "SUB-CONTRULE-RTN"
               USING BY REFERENCE TRAN-TABLE-AREA CONTENT-RULE-AREA.

       P-028-PROFILE-LOAD.
           CALL "SUB-PROFILE-RTN"
               USING BY REFERENCE WS-CTL-SOURCE-SYS
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
           MOVE 0 TO WS-TABLE-SIZE.
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
                           CI-MSG-SEQ """ IS NOT VALID IN "
                           WS-INPUT-FILE-NAME
                       MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                       MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
                       MOVE "MESSAGE SEQUENCE IS NOT VALID IN FILE"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                       IF WS-MSG-SEQ(WS-COPY-IDX) = CI-MSG-SEQ
                           DISPLAY "ERROR: DUPLICATE MESSAGE "
                               "SEQUENCE " CI-MSG-SEQ
                               " IN " WS-INPUT-FILE-NAME
                           MOVE "P-052-CLASSIFY-RECORD" TO IL-PARAGRAPH
                           MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
                           MOVE "DUPLICATE MESSAGE SEQUENCE IN FILE"
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
                       MOVE "DATA-POINT VALUE IS NOT NUMERIC IN FILE"
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
           PERFORM P-060-CONTROL-REPORT.

           IF CTL-OUT-OF-BALANCE
               DISPLAY "ERROR: " WS-INPUT-FILE-NAME
                   " OUT OF BALANCE - SEE CTLRPT.RPT"
               IF INTAKE-RUN
                   SET IP-OUTCOME-OUT-OF-BALANCE TO TRUE
               END-IF
               MOVE "P-055-BALANCE-CONTROLS" TO IL-PARAGRAPH
               SET IL-CAUSE-OUT-OF-BALANCE TO TRUE
               MOVE WS-INPUT-FILE-NAME TO IL-FILE-NAME
               MOVE "FILE OUT OF BALANCE - SEE CTLRPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-060-CONTROL-REPORT.
           IF CTLRPT-APPEND
               OPEN EXTEND CONTROL-REPORT-FILE
               IF WS-CTLRPT-STATUS = "35"
                   OPEN OUTPUT CONTROL-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT CONTROL-REPORT-FILE
           END-IF.
           IF WS-CTLRPT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN CTLRPT.RPT, STATUS="
                   WS-CTLRPT-STATUS
               MOVE "P-060-CONTROL-REPORT" TO IL-PARAGRAPH
               MOVE "CTLRPT.RPT" TO IL-FILE-NAME
               MOVE WS-CTLRPT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN CTLRPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           MOVE WS-CTL-SOURCE-SYS TO CTL-H2-SOURCE.
           MOVE WS-CTL-CREATE-DATE TO CTL-H2-CREATED.
           WRITE CONTROL-REPORT-LINE FROM CTL-HEADING-2.
           MOVE WS-INPUT-FILE-NAME TO CTL-H4-FILE-NAME.
           WRITE CONTROL-REPORT-LINE FROM CTL-HEADING-4.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE FROM CTL-HEADING-3.
           IF WS-PROCMST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN PROCMST.DAT, STATUS="
                   WS-PROCMST-STATUS
               MOVE "P-057-DUPLICATE-CHECK" TO IL-PARAGRAPH
               MOVE "PROCMST.DAT" TO IL-FILE-NAME
               MOVE WS-PROCMST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN PROCMST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                       " AS BATCH " PM-BATCH-ID
                   PERFORM P-062-CONSUME-OVERRIDE
               ELSE
                   DISPLAY "ERROR: " WS-INPUT-FILE-NAME
                       " FROM SOURCE " WS-CTL-SOURCE-SYS " CREATED "
                       WS-CTL-CREATE-DATE " WAS ALREADY PROCESSED "
                       "ON " PM-RUN-DATE " AS BATCH " PM-BATCH-ID
                   DISPLAY "ERROR: DUPLICATE SUBMISSION REFUSED - "
                       "TO RESUBMIT DELIBERATELY, PUT Y PLUS THE "
                       "SOURCE AND CREATE DATE IN RESUBMIT.CTL"
                   IF INTAKE-RUN
                       SET IP-OUTCOME-DUPLICATE TO TRUE
                   END-IF
                   MOVE "P-058-CHECK-PRIOR-SUBMISSION" TO IL-PARAGRAPH
                   SET IL-CAUSE-DUPLICATE TO TRUE
                   MOVE "RESUBMIT.CTL" TO IL-FILE-NAME
                   MOVE "DUPLICATE SUBMISSION REFUSED"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.
           IF WS-RESUBCTL-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO RESET RESUBMIT.CTL, "
                   "STATUS=" WS-RESUBCTL-STATUS
               MOVE "P-062-CONSUME-OVERRIDE" TO IL-PARAGRAPH
               MOVE "RESUBMIT.CTL" TO IL-FILE-NAME
               MOVE WS-RESUBCTL-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO RESET RESUBMIT.CTL" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE "N" TO RS-OVERRIDE-FLAG.

       P-040-CHECKPOINT-LOAD.
           MOVE 0 TO WS-RESTART-POS.
           IF INTAKE-RUN
               MOVE SPACES TO WS-CKPT-FILE-NAME
               STRING "CHECKPT" DELIMITED BY SIZE
                   WS-CTL-SOURCE-SYS DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-CKPT-FILE-NAME
           END-IF.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-SOURCE-SYS = WS-CTL-SOURCE-SYS
                               AND CKPT-CREATE-DATE
                                   = WS-CTL-CREATE-DATE
                           PERFORM P-042-CHECKPOINT-RESTORE
                       ELSE
                           DISPLAY "WARNING: " WS-CKPT-FILE-NAME
                               " IS FOR SOURCE " CKPT-SOURCE-SYS
                               " CREATED " CKPT-CREATE-DATE
                               " - NOT RESUMED"
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       P-042-CHECKPOINT-RESTORE.
           MOVE CKPT-MSG-IDX TO WS-MSG-START.
           MOVE CKPT-VAR-I TO WS-RESTART-POS.
           MOVE WS-MAX-TABLE-SIZE TO WS-TABLE-SIZE.
           MOVE CKPT-OUTPUT-BUFFER TO OUTPUT-BUFFER.
           MOVE CKPT-STAT-COUNT TO WS-STAT-COUNT.
           MOVE CKPT-STAT-MIN-N TO WS-STAT-MIN-N.
           MOVE CKPT-STAT-MAX-N TO WS-STAT-MAX-N.
           MOVE CKPT-STAT-MIN-RSLT TO WS-STAT-MIN-RSLT.
           MOVE CKPT-STAT-MAX-RSLT TO WS-STAT-MAX-RSLT.
           MOVE CKPT-STAT-REJECTED TO WS-STAT-REJECTED.
           MOVE CKPT-RUN-SEQ TO WS-SAVED-RUN-SEQ.
           MOVE CKPT-STAT-UNMAPPED TO WS-STAT-UNMAPPED.
           MOVE CKPT-TOT-COUNT TO WS-TOT-COUNT.
           MOVE CKPT-TOT-REJECTED TO WS-TOT-REJECTED.
           MOVE CKPT-TOT-UNMAPPED TO WS-TOT-UNMAPPED.
           MOVE CKPT-TOT-MIN-N TO WS-TOT-MIN-N.
           MOVE CKPT-TOT-MAX-N TO WS-TOT-MAX-N.
           MOVE CKPT-TOT-MIN-RSLT TO WS-TOT-MIN-RSLT.
           MOVE CKPT-TOT-MAX-RSLT TO WS-TOT-MAX-RSLT.
           MOVE CKPT-OUT-STEP TO WS-RESUME-OUT-STEP.
           MOVE CKPT-TOT-HELD TO WS-TOT-HELD.
           IF CKPT-RESUBMIT-SW = "Y"
               MOVE CKPT-RESUBMIT-SW TO WS-RESUBMIT-SW
           END-IF.
           IF CKPT-PM-RESUB-COUNT NUMERIC
               MOVE CKPT-PM-RESUB-COUNT TO WS-PM-RESUB-COUNT
           END-IF.
           SET RUN-IS-RESUMED TO TRUE.
           DISPLAY "Resuming from checkpoint at message "
               WS-MSG-START " position " WS-RESTART-POS.

       P-905-PUBLISH-DESTINATIONS.
           IF TA-DEST-COUNT < 2
               CONTINUE
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
               UNTIL WS-MSG-IDX > WS-MSG-COUNT.

           PERFORM P-927-DEST-TRAILER.
           CLOSE DEST-INTERFACE-FILE.
           DISPLAY "Interface file published for destination "
               TA-DEST-ID(WS-DEST-IDX) ": " WS-DIFACE-FILE-NAME.
           END-IF.

       P-907-PUBLISH-DEST-MESSAGE.
           IF WS-MSG-HELD-SW(WS-MSG-IDX) = "Y"
               CONTINUE
           ELSE
               MOVE WS-RUN-DATE TO DI-RUN-DATE
               MOVE WS-BATCH-ID TO DI-BATCH-ID
               MOVE WS-MSG-SEQ(WS-MSG-IDX) TO DI-MSG-SEQ
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
               VARYING WS-COPY-IDX FROM 1 BY 1
               UNTIL WS-COPY-IDX > WS-MSG-SIZE(WS-MSG-IDX).

       P-908-TRANSLATE-DEST-POSITION.
           EVALUATE TRUE
                           WS-MSG-RSLT(WS-MSG-IDX, WS-COPY-IDX)
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
                           WS-MSG-RSLT(WS-MSG-IDX, WS-COPY-IDX)
                           " AT MESSAGE " WS-MSG-SEQ(WS-MSG-IDX)
                           " POSITION " WS-COPY-IDX " HAS NO ENTRY "
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

       P-920-IFACE-HEADER.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-HEADER-REC TO TRUE.
           MOVE TA-DEST-ID(1) TO IC-HDR-DEST-ID.
           MOVE WS-RUN-DATE TO IC-HDR-RUN-DATE.
           MOVE WS-BATCH-ID TO IC-HDR-BATCH-ID.
           SET IC-FILE-BATCH TO TRUE.
           MOVE 220 TO IC-HDR-REC-LENGTH.
           MOVE "SYS-PROCESS-86" TO IC-HDR-PROGRAM.
           MOVE WS-INPUT-FILE-NAME TO IC-HDR-SOURCE-FILE.
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
           SET IFACE-HEADER-WRITTEN TO TRUE.

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
           SET IFACE-TRAILER-WRITTEN TO TRUE.
           DISPLAY "Interface file sealed: " SL-REC-COUNT
               " records for batch " WS-BATCH-ID.

       P-923-IFACE-SEAL-RESUME.
           OPEN INPUT INTERFACE-FILE.
           IF WS-IFACE-STATUS = "00"
               PERFORM UNTIL WS-IFACE-STATUS NOT = "00"
                   READ INTERFACE-FILE
                       AT END
                           MOVE "10" TO WS-IFACE-STATUS
                       NOT AT END
                           IF IF-RUN-DATE = WS-RUN-DATE
                                   AND IF-BATCH-ID = WS-BATCH-ID
                               PERFORM P-924-IFACE-SEAL-RESUME-REC
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-IFACE-STATUS NOT = "10"
                   DISPLAY "ERROR: READ OF " WS-IFACE-FILE-NAME
                       " FAILED, STATUS=" WS-IFACE-STATUS
                   MOVE "P-923-IFACE-SEAL-RESUME" TO IL-PARAGRAPH
                   MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
                   MOVE "READ OF FILE FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               CLOSE INTERFACE-FILE
           END-IF.
           IF IFACE-HEADER-WRITTEN
               DISPLAY "Interface seal resumed at " SL-REC-COUNT
                   " records for batch " WS-BATCH-ID
           END-IF.

       P-924-IFACE-SEAL-RESUME-REC.
           MOVE IF-OUTPUT-BUFFER TO IFACE-CONTROL-BODY.
           EVALUATE TRUE
               WHEN IF-HEADER-SEQ AND IC-HEADER-REC
                   SET IFACE-HEADER-WRITTEN TO TRUE
               WHEN IF-TRAILER-SEQ AND IC-TRAILER-REC
                   SET IFACE-TRAILER-WRITTEN TO TRUE
               WHEN OTHER
                   PERFORM P-921-IFACE-SEAL-ADD
           END-EVALUATE.

       P-925-DEST-HEADER.
           MOVE SPACES TO IFACE-CONTROL-BODY.
           SET IC-HEADER-REC TO TRUE.
           MOVE TA-DEST-ID(WS-DEST-IDX) TO IC-HDR-DEST-ID.
           MOVE WS-RUN-DATE TO IC-HDR-RUN-DATE.
           MOVE WS-BATCH-ID TO IC-HDR-BATCH-ID.
           SET IC-FILE-BATCH TO TRUE.
           MOVE 420 TO IC-HDR-REC-LENGTH.
           MOVE "SYS-PROCESS-86" TO IC-HDR-PROGRAM.
           MOVE WS-INPUT-FILE-NAME TO IC-HDR-SOURCE-FILE.
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

       P-045-CHECKPOINT-CLEAR.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           STRING "AUDIT" WS-RUN-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-AUDIT-FILE-NAME.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
                   AND (INTAKE-RUN OR RUN-IS-NOT-RESUMED)
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-AUDIT-FILE-NAME
                   " STATUS=" WS-AUDIT-STATUS
               MOVE "P-035-AUDIT-OPEN" TO IL-PARAGRAPH
               MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           STRING "REJECT" WS-RUN-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-REJECT-FILE-NAME.

           OPEN EXTEND REJECT-FILE.
           IF WS-REJECT-STATUS = "35"
                   AND (INTAKE-RUN OR RUN-IS-NOT-RESUMED)
               OPEN OUTPUT REJECT-FILE
           END-IF.

           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-REJECT-FILE-NAME
                   " STATUS=" WS-REJECT-STATUS
               MOVE "P-036-REJECT-OPEN" TO IL-PARAGRAPH
               MOVE WS-REJECT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-REJECT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
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
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO RUNHIST.DAT FAILED, STATUS="
                   WS-RUNHIST-STATUS
               MOVE "P-097-RUNHIST-WRITE" TO IL-PARAGRAPH
               MOVE "RUNHIST.DAT" TO IL-FILE-NAME
               MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO RUNHIST.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           STRING "IFACE" WS-RUN-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-IFACE-FILE-NAME.

           OPEN EXTEND DECODE-OUTPUT-FILE.
           IF WS-OUTPUT-FILE-STATUS = "35"
                   AND (INTAKE-RUN OR RUN-IS-NOT-RESUMED)
               OPEN OUTPUT DECODE-OUTPUT-FILE
           END-IF.
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-OUTPUT-FILE-NAME
                   " STATUS=" WS-OUTPUT-FILE-STATUS
               MOVE "P-037-OUTPUT-OPEN" TO IL-PARAGRAPH
               MOVE WS-OUTPUT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-OUTPUT-FILE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           SET SL-FUNC-START TO TRUE.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.
           IF RUN-IS-RESUMED
               PERFORM P-923-IFACE-SEAL-RESUME
           END-IF.
           OPEN EXTEND INTERFACE-FILE.
           IF WS-IFACE-STATUS = "35"
                   AND (INTAKE-RUN OR RUN-IS-NOT-RESUMED)
               OPEN OUTPUT INTERFACE-FILE
           END-IF.
           IF WS-IFACE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-IFACE-FILE-NAME
                   " STATUS=" WS-IFACE-STATUS
               MOVE "P-037-OUTPUT-OPEN" TO IL-PARAGRAPH
               MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF NOT IFACE-HEADER-WRITTEN
               PERFORM P-920-IFACE-HEADER
           END-IF.

           OPEN EXTEND PUBLISH-LOG-FILE.
           IF WS-PUBLOG-STATUS = "35"
           IF WS-PUBLOG-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.DAT, STATUS="
                   WS-PUBLOG-STATUS
               MOVE "P-037-OUTPUT-OPEN" TO IL-PARAGRAPH
               MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
               MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN IFPUBLOG.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           STRING "SRCACK" WS-RUN-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-SRCACK-FILE-NAME.
           OPEN EXTEND SOURCE-ACK-FILE.
           IF WS-SRCACK-STATUS = "35"
                   AND (INTAKE-RUN OR RUN-IS-NOT-RESUMED)
               OPEN OUTPUT SOURCE-ACK-FILE
           END-IF.
           IF WS-SRCACK-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-SRCACK-FILE-NAME
                   " STATUS=" WS-SRCACK-STATUS
               MOVE "P-037-OUTPUT-OPEN" TO IL-PARAGRAPH
               MOVE WS-SRCACK-FILE-NAME TO IL-FILE-NAME
               MOVE WS-SRCACK-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF RUN-IS-NOT-RESUMED
           IF WS-SRCACK-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-SRCACK-FILE-NAME
                   " FAILED, STATUS=" WS-SRCACK-STATUS
               MOVE "P-041-SRCACK-WRITE" TO IL-PARAGRAPH
               MOVE WS-SRCACK-FILE-NAME TO IL-FILE-NAME
               MOVE WS-SRCACK-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           CLOSE PUBLISH-LOG-FILE.
           CLOSE DECODE-OUTPUT-FILE.
           DISPLAY "Decoded results archived to " WS-OUTPUT-FILE-NAME.
           IF NOT IFACE-TRAILER-WRITTEN
               PERFORM P-922-IFACE-TRAILER
           END-IF.
           CLOSE INTERFACE-FILE.
           DISPLAY "Interface file published: " WS-IFACE-FILE-NAME.

           IF WS-OUT-STEP < 1
               MOVE WS-MSG-SEQ(WS-MSG-IDX) TO DO-MSG-SEQ
               MOVE OUTPUT-BUFFER TO DO-OUTPUT-BUFFER
               MOVE WS-BATCH-ID TO DO-BATCH-ID
               WRITE DECODE-OUTPUT-RECORD
               IF WS-OUTPUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO " WS-OUTPUT-FILE-NAME
                       " FAILED, STATUS=" WS-OUTPUT-FILE-STATUS
                   MOVE "P-095-MESSAGE-OUTPUT" TO IL-PARAGRAPH
                   MOVE WS-OUTPUT-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-OUTPUT-FILE-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE 1 TO WS-OUT-STEP
               PERFORM P-118-CHECKPOINT-OUT-STEP
           END-IF.

           PERFORM P-091-CONTENT-GATE.

           IF WS-OUT-STEP < 2
               IF WS-MSG-HELD-SW(WS-MSG-IDX) = "Y"
                   PERFORM P-096-HOLD-WRITE
               ELSE
                   MOVE WS-RUN-DATE TO IF-RUN-DATE
                   MOVE WS-BATCH-ID TO IF-BATCH-ID
                   MOVE WS-MSG-SEQ(WS-MSG-IDX) TO IF-MSG-SEQ
                   MOVE OUTPUT-BUFFER TO IF-OUTPUT-BUFFER
                   WRITE INTERFACE-RECORD
                   IF WS-IFACE-STATUS NOT = "00"
                       DISPLAY "ERROR: WRITE TO " WS-IFACE-FILE-NAME
                           " FAILED, STATUS=" WS-IFACE-STATUS
                       MOVE "P-095-MESSAGE-OUTPUT" TO IL-PARAGRAPH
                       MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
                       MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
                       MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   PERFORM P-921-IFACE-SEAL-ADD
               END-IF
               MOVE 2 TO WS-OUT-STEP
               PERFORM P-118-CHECKPOINT-OUT-STEP
           END-IF.

           IF WS-OUT-STEP < 3 AND WS-MSG-HELD-SW(WS-MSG-IDX) = "Y"
               MOVE 3 TO WS-OUT-STEP
               PERFORM P-118-CHECKPOINT-OUT-STEP
           END-IF.

           IF WS-OUT-STEP < 3
               MOVE WS-RUN-DATE TO PL-RUN-DATE
               MOVE WS-BATCH-ID TO PL-BATCH-ID
               IF WS-PUBLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: WRITE TO IFPUBLOG.DAT FAILED, "
                       "STATUS=" WS-PUBLOG-STATUS
                   MOVE "P-095-MESSAGE-OUTPUT" TO IL-PARAGRAPH
                   MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
                   MOVE "WRITE TO IFPUBLOG.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE 3 TO WS-OUT-STEP
               MOVE WS-RUN-SEQ TO RH-RUN-SEQ
               MOVE WS-MSG-SEQ(WS-MSG-IDX) TO RH-MSG-SEQ
               MOVE WS-BATCH-ID TO RH-BATCH-ID
               IF WS-MSG-HELD-SW(WS-MSG-IDX) = "Y"
                   SET RH-STATUS-HELD TO TRUE
               ELSE
                   SET RH-STATUS-COMPLETE TO TRUE
               END-IF
               MOVE OUTPUT-BUFFER TO RH-OUTPUT-BUFFER
               MOVE WS-STAT-COUNT TO RH-STAT-COUNT
               MOVE WS-STAT-MIN-N TO RH-STAT-MIN-N
               PERFORM P-118-CHECKPOINT-OUT-STEP
           END-IF.

       P-091-CONTENT-GATE.
           MOVE "N" TO WS-MSG-HELD-SW(WS-MSG-IDX).
           IF RUN-IS-RESUMED AND WS-MSG-IDX = WS-MSG-START
                   AND WS-OUT-STEP >= 2
               PERFORM P-094-HOLD-LOOKUP
           ELSE
               MOVE SPACES TO HELD-MESSAGE-RECORD
               MOVE 0 TO HM-DEST-COUNT
               MOVE 1 TO CK-DEST-IDX
               MOVE WS-TABLE-SIZE TO CK-TEXT-LENGTH
               MOVE OUTPUT-BUFFER TO CK-TEXT
               CALL "SUB-CONTCHK-RTN"
                   USING BY REFERENCE CONTENT-RULE-AREA
                       CONTENT-CHECK-AREA
               PERFORM P-093-GATE-RESULT
               IF RUN-IS-RESUMED AND WS-MSG-IDX = WS-MSG-START
                       AND WS-RESTART-POS > 1
                   SET GATE-DEST-1-ONLY TO TRUE
               ELSE
                   MOVE "N" TO WS-GATE-PARTIAL-SW
               END-IF
               IF GATE-DEST-1-ONLY AND TA-DEST-COUNT > 1
                   DISPLAY "WARNING: MESSAGE " WS-MSG-SEQ(WS-MSG-IDX)
                       " RESUMED PART-WAY - CONTENT RULES CHECKED "
                       "FOR DESTINATION " TA-DEST-ID(1) " ONLY"
               END-IF
               IF NOT GATE-DEST-1-ONLY
                   PERFORM P-092-GATE-DEST
                       VARYING WS-DEST-IDX FROM 2 BY 1
                       UNTIL WS-DEST-IDX > TA-DEST-COUNT
               END-IF
               IF WS-MSG-HELD-SW(WS-MSG-IDX) = "Y"
                   ADD 1 TO WS-TOT-HELD
                   DISPLAY "WARNING: MESSAGE " WS-MSG-SEQ(WS-MSG-IDX)
                       " HELD - CONTENT RULE " HM-HOLD-RULE
                       " FAILED FOR DESTINATION " HM-HOLD-DEST-ID
                       " AT POSITION " HM-HOLD-POSITION
               END-IF
           END-IF.

       P-092-GATE-DEST.
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
           PERFORM P-093-GATE-RESULT.

       P-093-GATE-RESULT.
           IF CK-FAILED AND WS-MSG-HELD-SW(WS-MSG-IDX) NOT = "Y"
               MOVE "Y" TO WS-MSG-HELD-SW(WS-MSG-IDX)
               MOVE TA-DEST-ID(CK-DEST-IDX) TO HM-HOLD-DEST-ID
               MOVE CK-FAIL-RULE TO HM-HOLD-RULE
               MOVE CK-FAIL-POSITION TO HM-HOLD-POSITION
               MOVE CK-UNKNOWN-PCT TO HM-UNKNOWN-PCT
           END-IF.

       P-094-HOLD-LOOKUP.
           MOVE WS-RUN-DATE TO HM-RUN-DATE.
           MOVE WS-BATCH-ID TO HM-BATCH-ID.
           MOVE WS-MSG-SEQ(WS-MSG-IDX) TO HM-MSG-SEQ.
           READ HELD-MESSAGE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-HOLDMSG-STATUS
               WHEN "00"
                   IF HM-STATUS-HELD
                       MOVE "Y" TO WS-MSG-HELD-SW(WS-MSG-IDX)
                       DISPLAY "Message " WS-MSG-SEQ(WS-MSG-IDX)
                           " already held - resumed"
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: READ OF HOLDMSG.DAT FAILED, "
                       "STATUS=" WS-HOLDMSG-STATUS
                   MOVE "P-094-HOLD-LOOKUP" TO IL-PARAGRAPH
                   MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
                   MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
                   MOVE "READ OF HOLDMSG.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

       P-096-HOLD-WRITE.
           MOVE WS-RUN-DATE TO HM-RUN-DATE.
           MOVE WS-BATCH-ID TO HM-BATCH-ID.
           MOVE WS-MSG-SEQ(WS-MSG-IDX) TO HM-MSG-SEQ.
           MOVE WS-RUN-SEQ TO HM-RUN-SEQ.
           MOVE WS-CTL-SOURCE-SYS TO HM-SOURCE-SYS.
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
               MOVE "P-096-HOLD-WRITE" TO IL-PARAGRAPH
               MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
               MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO HOLDMSG.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-145-STAT-ROLLUP.
           ADD WS-STAT-COUNT TO WS-TOT-COUNT.
           ADD WS-STAT-REJECTED TO WS-TOT-REJECTED.
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-REJECT-FILE-NAME
                   " FAILED, STATUS=" WS-REJECT-STATUS
               MOVE "P-125-REJECT-WRITE" TO IL-PARAGRAPH
               MOVE WS-REJECT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-REJECT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-130-AUDIT-WRITE.
           MOVE WS-MSG-SEQ(WS-MSG-IDX) TO AUDIT-MSG-SEQ.
           MOVE VAR-I TO AUDIT-VAR-I.
           MOVE WS-BATCH-ID TO AUDIT-BATCH-ID.
           MOVE DATA-POINT(VAR-I) TO AUDIT-DATA-POINT.
           IF POINT-IS-VALID
               MOVE VAR-N TO AUDIT-VAR-N
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-AUDIT-FILE-NAME
                   " FAILED, STATUS=" WS-AUDIT-STATUS
               MOVE "P-130-AUDIT-WRITE" TO IL-PARAGRAPH
               MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM P-135-AUDIT-MASTER-WRITE.
           IF WS-AUDMST-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO AUDITMST.DAT FAILED, STATUS="
                   WS-AUDMST-STATUS
               MOVE "P-135-AUDIT-MASTER-WRITE" TO IL-PARAGRAPH
               MOVE "AUDITMST.DAT" TO IL-FILE-NAME
               MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO AUDITMST.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           CLOSE CHECKPOINT-FILE.

       P-117-CHECKPOINT-TOTALS.
           MOVE WS-CTL-SOURCE-SYS TO CKPT-SOURCE-SYS.
           MOVE WS-CTL-CREATE-DATE TO CKPT-CREATE-DATE.
           MOVE WS-RESUBMIT-SW TO CKPT-RESUBMIT-SW.
           MOVE WS-PM-RESUB-COUNT TO CKPT-PM-RESUB-COUNT.
           MOVE WS-TOT-COUNT TO CKPT-TOT-COUNT.
           MOVE WS-TOT-MAX-N TO CKPT-TOT-MAX-N.
           MOVE WS-TOT-MIN-RSLT TO CKPT-TOT-MIN-RSLT.
           MOVE WS-TOT-MAX-RSLT TO CKPT-TOT-MAX-RSLT.
           MOVE WS-TOT-HELD TO CKPT-TOT-HELD.

       P-118-CHECKPOINT-OUT-STEP.
           OPEN OUTPUT CHECKPOINT-FILE.
               WS-TOT-MIN-RSLT "/" WS-TOT-MAX-RSLT.
           DISPLAY "         DATA-POINTS REJECTED  = " WS-TOT-REJECTED.
           DISPLAY "         RESULTS UNMAPPED      = " WS-TOT-UNMAPPED.
           DISPLAY "         MESSAGES HELD         = " WS-TOT-HELD.
           DISPLAY "========================================".
           IF WS-TOT-HELD > 0
               DISPLAY "WARNING: " WS-TOT-HELD " MESSAGES HELD BY "
                   "CONTENT RULES - REVIEW WITH SYS-RELEASE-86"
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RUN-SEQ TO RH-RUN-SEQ.
           MOVE WS-RESUBMIT-SW TO RH-RESUBMIT-SW.
           PERFORM P-097-RUNHIST-WRITE.
           CLOSE RUN-HISTORY-FILE.
           CLOSE HELD-MESSAGE-FILE.
           DISPLAY "Run history recorded for run " WS-RUN-DATE
               " sequence " WS-RUN-SEQ.

           IF WS-PROCMST-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO PROCMST.DAT FAILED, STATUS="
                   WS-PROCMST-STATUS
               MOVE "P-915-PROCMST-WRITE" TO IL-PARAGRAPH
               MOVE "PROCMST.DAT" TO IL-FILE-NAME
               MOVE WS-PROCMST-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO PROCMST.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           CLOSE PROCESSED-FILE-MASTER.
           IF WS-STATHIST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN STATHIST.DAT, STATUS="
                   WS-STATHIST-STATUS
               MOVE "P-911-STAT-HISTORY-APPEND" TO IL-PARAGRAPH
               MOVE "STATHIST.DAT" TO IL-FILE-NAME
               MOVE WS-STATHIST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN STATHIST.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO SH-RUN-DATE.
           IF WS-STATHIST-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO STATHIST.DAT FAILED, STATUS="
                   WS-STATHIST-STATUS
               MOVE "P-911-STAT-HISTORY-APPEND" TO IL-PARAGRAPH
               MOVE "STATHIST.DAT" TO IL-FILE-NAME
               MOVE WS-STATHIST-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO STATHIST.DAT FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           CLOSE STAT-HISTORY-FILE.
           DISPLAY "Statistics appended to STATHIST.DAT".
           PERFORM P-119-CHECKPOINT-RUN-END.

       P-990-INTAKE-CLOSE.
           CLOSE CODE-INPUT-FILE.
           CLOSE CONTROL-REPORT-FILE.
           CLOSE DECODE-OUTPUT-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE INTERFACE-FILE.
           CLOSE REJECT-FILE.
           CLOSE DEST-INTERFACE-FILE.
           CLOSE PUBLISH-LOG-FILE.
           CLOSE SOURCE-ACK-FILE.
           CLOSE STAT-HISTORY-FILE.
           CLOSE RUN-HISTORY-FILE.
           CLOSE AUDIT-MASTER-FILE.
           CLOSE PROCESSED-FILE-MASTER.
           CLOSE RESUBMIT-CONTROL-FILE.
           CLOSE HELD-MESSAGE-FILE.

       P-992-INTAKE-RESULT.
           MOVE WS-CTL-SOURCE-SYS TO IP-SOURCE-SYS.
           MOVE WS-CTL-CREATE-DATE TO IP-CREATE-DATE.
           MOVE WS-RUN-SEQ TO IP-RUN-SEQ.
           MOVE WS-BATCH-ID TO IP-BATCH-ID.
           MOVE WS-MSG-COUNT TO IP-MSG-COUNT.

       P-999-ABEND.
           DISPLAY "SYS-PROCESS-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-PROCESS-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           MOVE WS-BATCH-ID TO IL-BATCH-ID.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           IF INTAKE-RUN
               PERFORM P-990-INTAKE-CLOSE
               PERFORM P-992-INTAKE-RESULT
               GOBACK
           END-IF.
           STOP RUN.

       END PROGRAM SYS-PROCESS-86.
