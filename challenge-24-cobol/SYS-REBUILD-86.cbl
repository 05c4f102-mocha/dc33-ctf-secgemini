       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-REBUILD-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DECODE-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-OUTPUT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT PUBLISH-LOG-FILE ASSIGN TO "IFPUBLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUBLOG-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDITMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-AUDMST-STATUS.

           SELECT PROCESSED-FILE-MASTER ASSIGN TO "PROCMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PROCMST-STATUS.

           SELECT HELD-MESSAGE-FILE ASSIGN TO "HOLDMSG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HOLDMSG-STATUS.

           SELECT REBUILD-REPORT-FILE ASSIGN TO "REBUILD.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  DECODE-OUTPUT-FILE
           RECORDING MODE IS F.
       COPY DECREC.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY REJREC.

       FD  PUBLISH-LOG-FILE
           RECORDING MODE IS F.
       COPY PLOGREC.

       FD  RUN-HISTORY-FILE.
       COPY RUNHREC.

       FD  AUDIT-MASTER-FILE.
       COPY AUDMREC.

       FD  PROCESSED-FILE-MASTER.
       COPY PROCREC.

       FD  HELD-MESSAGE-FILE.
       COPY HOLDREC.

       FD  REBUILD-REPORT-FILE
           RECORDING MODE IS F.
       01  REBUILD-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-NAME       PIC X(30).
       01  WS-AUDIT-STATUS          PIC X(2).
       01  WS-OUTPUT-FILE-NAME      PIC X(30).
       01  WS-OUTPUT-FILE-STATUS    PIC X(2).
       01  WS-REJECT-FILE-NAME      PIC X(30).
       01  WS-REJECT-STATUS         PIC X(2).
       01  WS-PUBLOG-STATUS         PIC X(2).
       01  WS-RUNHIST-STATUS        PIC X(2).
       01  WS-AUDMST-STATUS         PIC X(2).
       01  WS-PROCMST-STATUS        PIC X(2).
       01  WS-HOLDMSG-STATUS        PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-TARGET-IN             PIC X(8).
       01  WS-TARGET-SW             PIC X.
           88 TARGET-RUNHIST               VALUES "R" "B".
           88 TARGET-AUDMST                VALUES "A" "B".
       01  WS-FROM-DATE-IN          PIC X(8).
       01  WS-FROM-DATE-IN-N REDEFINES WS-FROM-DATE-IN
                                    PIC 9(8).
       01  WS-TO-DATE-IN            PIC X(8).
       01  WS-TO-DATE-IN-N REDEFINES WS-TO-DATE-IN
                                    PIC 9(8).
       01  WS-FROM-DATE             PIC 9(8).
       01  WS-TO-DATE               PIC 9(8).
       01  WS-FROM-INT              PIC 9(8) COMP.
       01  WS-TO-INT                PIC 9(8) COMP.
       01  WS-CUR-INT               PIC 9(8) COMP.
       01  WS-CUR-DATE              PIC 9(8).
       01  WS-MAX-RANGE-DAYS        PIC 9(4) COMP VALUE 366.

       01  WS-RUNHIST-AVAIL-SW      PIC X VALUE "N".
           88 RUNHIST-AVAILABLE            VALUE "Y".
       01  WS-DATE-OK-SW            PIC X.
           88 DATE-IS-USABLE               VALUE "Y".
       01  WS-DATE-REASON           PIC X(40).
       01  WS-PUBLOG-DATE-SW        PIC X.
           88 PUBLOG-HAS-DATE              VALUE "Y".

       01  WS-MAX-SEQ               PIC 9(2).
       01  WS-BID-Q                 PIC 9(6).
       01  WS-BID-REM               PIC 9(2).

       01  WS-BAT-MAX               PIC 9(4) COMP VALUE 20.
       01  WS-BAT-COUNT             PIC 9(4) COMP.
       01  WS-BAT-IDX               PIC 9(4) COMP.
       01  WS-FIND-BATCH-ID         PIC 9(8).

       01  WS-BAT-TABLE.
           05 WS-BAT-ENTRY OCCURS 20 TIMES.
              10 WS-BAT-ID          PIC 9(8).
              10 WS-BAT-RUN-SEQ     PIC 9(2).
              10 WS-BAT-SEQ-SW      PIC X.
                 88 BAT-SEQ-ASSIGNED      VALUE "Y".
              10 WS-BAT-RESUB-SW    PIC X.
              10 WS-BAT-COMPLETE-SW PIC X.
                 88 BAT-COMPLETE          VALUE "Y".
              10 WS-BAT-TOT-COUNT   PIC 9(6) COMP.
              10 WS-BAT-TOT-REJECTED
                                    PIC 9(4) COMP.
              10 WS-BAT-TOT-MIN-N   PIC 9(4) COMP.
              10 WS-BAT-TOT-MAX-N   PIC 9(4) COMP.
              10 WS-BAT-TOT-MIN-RSLT
                                    PIC 9(4) COMP.
              10 WS-BAT-TOT-MAX-RSLT
                                    PIC 9(4) COMP.

       01  WS-ENT-MAX               PIC 9(4) COMP VALUE 500.
       01  WS-ENT-COUNT             PIC 9(4) COMP.
       01  WS-ENT-IDX               PIC 9(4) COMP.
       01  WS-FIND-MSG-SEQ          PIC 9(4).
       01  WS-ENT-RESTORED          PIC 9(4) COMP.
       01  WS-SRCH-IDX              PIC 9(4) COMP.

       01  WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 500 TIMES.
              10 WS-ENT-BAT-IDX     PIC 9(4) COMP.
              10 WS-ENT-MSG-SEQ     PIC 9(4).
              10 WS-ENT-LAST-POS    PIC 9(4) COMP.
              10 WS-ENT-AM-POS      PIC 9(4) COMP.
              10 WS-ENT-COUNT-PTS   PIC 9(6) COMP.
              10 WS-ENT-REJECTED    PIC 9(4) COMP.
              10 WS-ENT-MIN-N       PIC 9(4) COMP.
              10 WS-ENT-MAX-N       PIC 9(4) COMP.
              10 WS-ENT-MIN-RSLT    PIC 9(4) COMP.
              10 WS-ENT-MAX-RSLT    PIC 9(4) COMP.
              10 WS-ENT-REJ-FILE    PIC 9(4) COMP.
              10 WS-ENT-DECODE-SW   PIC X.
                 88 ENT-DECODED           VALUE "Y".
              10 WS-ENT-PUBLISH-SW  PIC X.
                 88 ENT-PUBLISHED         VALUE "Y".
              10 WS-ENT-HOLD-SW     PIC X.
                 88 ENT-HELD              VALUE "H".
                 88 ENT-CANCELLED         VALUE "X".
                 88 ENT-ON-HOLD-QUEUE     VALUES "H" "X".
              10 WS-ENT-BUFFER      PIC X(200).

       01  WS-AUDIT-READ            PIC 9(6) COMP.
       01  WS-AUDIT-REPEATED        PIC 9(6) COMP.

       01  WS-RB-RECORD.
           05 WS-RB-RUN-DATE        PIC 9(8).
           05 WS-RB-RUN-SEQ         PIC 9(2).
           05 WS-RB-MSG-SEQ         PIC 9(4).
           05 WS-RB-BATCH-ID        PIC 9(8).
           05 WS-RB-STATUS          PIC X.
           05 WS-RB-OUTPUT-BUFFER   PIC X(200).
           05 WS-RB-STAT-COUNT      PIC 9(6).
           05 WS-RB-STAT-MIN-N      PIC 9(4).
           05 WS-RB-STAT-MAX-N      PIC 9(4).
           05 WS-RB-STAT-MIN-RSLT   PIC 9(4).
           05 WS-RB-STAT-MAX-RSLT   PIC 9(4).
           05 WS-RB-STAT-REJECTED   PIC 9(4).
           05 WS-RB-RESUBMIT-SW     PIC X.

       01  WS-AB-RECORD.
           05 WS-AB-RUN-DATE        PIC 9(8).
           05 WS-AB-RUN-SEQ         PIC 9(2).
           05 WS-AB-MSG-SEQ         PIC 9(4).
           05 WS-AB-POSITION        PIC 9(4).
           05 WS-AB-DATA-POINT      PIC S9(4).
           05 WS-AB-VAR-N           PIC 9(4).
           05 WS-AB-VAR-RSLT        PIC 9(4).
           05 WS-AB-VAR-REM         PIC 9(4).
           05 WS-AB-RESULT-SW       PIC X.

       01  WS-RPT-MASTER            PIC X(8).
       01  WS-MST-REASON            PIC X(40).
       01  WS-D-WRITTEN             PIC 9(6) COMP.
       01  WS-D-MATCHED             PIC 9(6) COMP.
       01  WS-D-DIFFER              PIC 9(6) COMP.
       01  WS-REC-DIFFER-SW         PIC X.
           88 RECORD-DIFFERS               VALUE "Y".

       01  WS-T-DATES               PIC 9(6) COMP VALUE 0.
       01  WS-T-RESTORED            PIC 9(6) COMP VALUE 0.
       01  WS-T-NOT-RESTORED        PIC 9(6) COMP VALUE 0.
       01  WS-T-WRITTEN             PIC 9(8) COMP VALUE 0.
       01  WS-T-MATCHED             PIC 9(8) COMP VALUE 0.
       01  WS-T-DIFFER              PIC 9(8) COMP VALUE 0.

       01  WS-DIF-MAX               PIC 9(4) COMP VALUE 500.
       01  WS-DIF-COUNT             PIC 9(6) COMP VALUE 0.
       01  WS-DIF-IDX               PIC 9(4) COMP.
       01  WS-NOTE-MASTER           PIC X(8).
       01  WS-NOTE-RUN-SEQ          PIC 9(2).
       01  WS-NOTE-MSG-SEQ          PIC 9(4).
       01  WS-NOTE-POSITION         PIC 9(4).
       01  WS-NOTE-TEXT             PIC X(40).

       01  WS-DIF-TABLE.
           05 WS-DIF-ENTRY OCCURS 500 TIMES.
              10 WS-DIF-DATE        PIC 9(8).
              10 WS-DIF-MASTER      PIC X(8).
              10 WS-DIF-RUN-SEQ     PIC 9(2).
              10 WS-DIF-MSG-SEQ     PIC 9(4).
              10 WS-DIF-POSITION    PIC 9(4).
              10 WS-DIF-TEXT        PIC X(40).

       01  RBL-HEADING-1.
           05 FILLER PIC X(14) VALUE "SYS-REBUILD-86".
           05 FILLER PIC X(33) VALUE
               "  MASTER FILE REBUILD REPORT     ".
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 RBL-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.

       01  RBL-HEADING-2.
           05 FILLER PIC X(16) VALUE "  DATE RANGE    ".
           05 RBL-H2-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 RBL-H2-TO-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "   MASTERS  ".
           05 RBL-H2-TARGET PIC X(8).
           05 FILLER PIC X(24) VALUE SPACES.

       01  RBL-SECTION-LINE.
           05 RBL-SEC-TEXT PIC X(50).
           05 FILLER PIC X(30) VALUE SPACES.

       01  RBL-DATE-HEADING.
           05 FILLER PIC X(12) VALUE "  RUN DATE  ".
           05 FILLER PIC X(10) VALUE "MASTER    ".
           05 FILLER PIC X(14) VALUE "RESULT        ".
           05 FILLER PIC X(8)  VALUE " WRITTEN".
           05 FILLER PIC X(8)  VALUE " MATCHED".
           05 FILLER PIC X(8)  VALUE "  DIFFER".
           05 FILLER PIC X(20) VALUE SPACES.

       01  RBL-DATE-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DL-DATE      PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DL-MASTER    PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DL-RESULT    PIC X(12).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 RBL-DL-WRITTEN   PIC Z(5)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DL-MATCHED   PIC Z(5)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DL-DIFFER    PIC Z(5)9.
           05 FILLER           PIC X(20) VALUE SPACES.

       01  RBL-REASON-LINE.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 FILLER           PIC X(8)  VALUE "REASON: ".
           05 RBL-RL-TEXT      PIC X(40).
           05 FILLER           PIC X(20) VALUE SPACES.

       01  RBL-DIF-HEADING.
           05 FILLER PIC X(12) VALUE "  RUN DATE  ".
           05 FILLER PIC X(10) VALUE "MASTER    ".
           05 FILLER PIC X(4)  VALUE "SEQ ".
           05 FILLER PIC X(5)  VALUE " MSG ".
           05 FILLER PIC X(7)  VALUE " POS   ".
           05 FILLER PIC X(42) VALUE "DETAIL".

       01  RBL-DIF-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DF-DATE      PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DF-MASTER    PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DF-RUN-SEQ   PIC 9(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DF-MSG-SEQ   PIC 9(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DF-POSITION  PIC 9(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-DF-TEXT      PIC X(40).
           05 FILLER           PIC X(2) VALUE SPACES.

       01  RBL-TOTAL-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RBL-TOT-LABEL    PIC X(30).
           05 RBL-TOT-VALUE    PIC Z(7)9.
           05 FILLER           PIC X(40) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-REBUILD-86 MASTER FILE REBUILD".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P-010-GET-PARAMETERS.
           PERFORM P-020-OPEN-MASTERS.
           PERFORM P-030-OPEN-REPORT.

           PERFORM P-100-REBUILD-DATE
               VARYING WS-CUR-INT FROM WS-FROM-INT BY 1
               UNTIL WS-CUR-INT > WS-TO-INT.

           PERFORM P-800-PRINT-TOTALS.
           PERFORM P-850-CLOSE-MASTERS.

           DISPLAY "SYS-REBUILD-86 COMPLETE - " WS-T-RESTORED
               " RESTORED, " WS-T-NOT-RESTORED " NOT RESTORED, "
               WS-T-DIFFER " DIFFERENCES".
           IF WS-T-NOT-RESTORED > 0 OR WS-T-DIFFER > 0
               DISPLAY "WARNING: SEE REBUILD.RPT FOR DATES NOT "
                   "RESTORED AND RECORDS THAT DIFFER"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       P-010-GET-PARAMETERS.
           ACCEPT WS-TARGET-IN.
           EVALUATE WS-TARGET-IN
               WHEN "RUNHIST"
                   MOVE "R" TO WS-TARGET-SW
               WHEN "AUDITMST"
                   MOVE "A" TO WS-TARGET-SW
               WHEN "BOTH"
               WHEN SPACES
                   MOVE "B" TO WS-TARGET-SW
                   MOVE "BOTH" TO WS-TARGET-IN
               WHEN OTHER
                   DISPLAY "ERROR: MASTER """ WS-TARGET-IN
                       """ MUST BE RUNHIST, AUDITMST OR BOTH"
                   MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "MASTER MUST BE RUNHIST, AUDITMST OR BOTH"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

           ACCEPT WS-FROM-DATE-IN.
           IF WS-FROM-DATE-IN = SPACES
               DISPLAY "ERROR: FIRST DATE TO REBUILD MUST BE SUPPLIED"
               MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "FIRST DATE TO REBUILD MUST BE SUPPLIED"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-FROM-DATE-IN-N NOT NUMERIC
               DISPLAY "ERROR: FROM DATE """ WS-FROM-DATE-IN
                   """ IS NOT A VALID YYYYMMDD DATE"
               MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "FROM DATE IS NOT A VALID YYYYMMDD DATE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-FROM-DATE-IN-N TO WS-FROM-DATE.

           ACCEPT WS-TO-DATE-IN.
           IF WS-TO-DATE-IN = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           ELSE
               IF WS-TO-DATE-IN-N NOT NUMERIC
                   DISPLAY "ERROR: TO DATE """ WS-TO-DATE-IN
                       """ IS NOT A VALID YYYYMMDD DATE"
                   MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "TO DATE IS NOT A VALID YYYYMMDD DATE"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-TO-DATE-IN-N TO WS-TO-DATE
           END-IF.

           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-FROM-INT = 0
               DISPLAY "ERROR: FROM DATE " WS-FROM-DATE
                   " IS NOT A VALID YYYYMMDD DATE"
               MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "FROM DATE IS NOT A VALID YYYYMMDD DATE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-TO-INT = 0
               DISPLAY "ERROR: TO DATE " WS-TO-DATE
                   " IS NOT A VALID YYYYMMDD DATE"
               MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "TO DATE IS NOT A VALID YYYYMMDD DATE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-TO-INT < WS-FROM-INT
               DISPLAY "ERROR: TO DATE " WS-TO-DATE
                   " IS BEFORE FROM DATE " WS-FROM-DATE
               MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "TO DATE IS BEFORE FROM DATE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-TO-INT - WS-FROM-INT >= WS-MAX-RANGE-DAYS
               DISPLAY "ERROR: DATE RANGE EXCEEDS " WS-MAX-RANGE-DAYS
                   " DAYS"
               MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "DATE RANGE EXCEEDS DAYS" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           DISPLAY "Rebuilding " WS-TARGET-IN " for " WS-FROM-DATE
               " to " WS-TO-DATE.

       P-020-OPEN-MASTERS.
           IF TARGET-RUNHIST
               OPEN I-O RUN-HISTORY-FILE
               IF WS-RUNHIST-STATUS = "35"
                   DISPLAY "NOTE: RUNHIST.DAT NOT FOUND - CREATED"
                   OPEN OUTPUT RUN-HISTORY-FILE
                   CLOSE RUN-HISTORY-FILE
                   OPEN I-O RUN-HISTORY-FILE
               END-IF
               IF WS-RUNHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, STATUS="
                       WS-RUNHIST-STATUS
                   MOVE "P-020-OPEN-MASTERS" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               SET RUNHIST-AVAILABLE TO TRUE
           ELSE
               OPEN INPUT RUN-HISTORY-FILE
               IF WS-RUNHIST-STATUS = "35"
                   DISPLAY "NOTE: RUNHIST.DAT NOT FOUND - RUN "
                       "SEQUENCES WILL BE ASSIGNED FROM 1"
               ELSE
                   IF WS-RUNHIST-STATUS NOT = "00"
                       DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, "
                           "STATUS=" WS-RUNHIST-STATUS
                       MOVE "P-020-OPEN-MASTERS" TO IL-PARAGRAPH
                       MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                       MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                       MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   SET RUNHIST-AVAILABLE TO TRUE
               END-IF
           END-IF.

           IF TARGET-AUDMST
               OPEN I-O AUDIT-MASTER-FILE
               IF WS-AUDMST-STATUS = "35"
                   DISPLAY "NOTE: AUDITMST.DAT NOT FOUND - CREATED"
                   OPEN OUTPUT AUDIT-MASTER-FILE
                   CLOSE AUDIT-MASTER-FILE
                   OPEN I-O AUDIT-MASTER-FILE
               END-IF
               IF WS-AUDMST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN AUDITMST.DAT, "
                       "STATUS=" WS-AUDMST-STATUS
                   MOVE "P-020-OPEN-MASTERS" TO IL-PARAGRAPH
                   MOVE "AUDITMST.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN AUDITMST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.

       P-030-OPEN-REPORT.
           OPEN OUTPUT REBUILD-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN REBUILD.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-030-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "REBUILD.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN REBUILD.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-RUN-DATE TO RBL-H1-RUN-DATE.
           WRITE REBUILD-REPORT-LINE FROM RBL-HEADING-1.
           MOVE WS-FROM-DATE TO RBL-H2-FROM-DATE.
           MOVE WS-TO-DATE TO RBL-H2-TO-DATE.
           MOVE WS-TARGET-IN TO RBL-H2-TARGET.
           WRITE REBUILD-REPORT-LINE FROM RBL-HEADING-2.
           MOVE SPACES TO REBUILD-REPORT-LINE.
           WRITE REBUILD-REPORT-LINE.
           MOVE "RESULTS BY DATE" TO RBL-SEC-TEXT.
           WRITE REBUILD-REPORT-LINE FROM RBL-SECTION-LINE.
           WRITE REBUILD-REPORT-LINE FROM RBL-DATE-HEADING.

       P-100-REBUILD-DATE.
           COMPUTE WS-CUR-DATE = FUNCTION DATE-OF-INTEGER(WS-CUR-INT).
           ADD 1 TO WS-T-DATES.
           MOVE "Y" TO WS-DATE-OK-SW.
           MOVE SPACES TO WS-DATE-REASON.
           MOVE 0 TO WS-BAT-COUNT.
           MOVE 0 TO WS-ENT-COUNT.
           MOVE 0 TO WS-AUDIT-READ.
           MOVE 0 TO WS-AUDIT-REPEATED.

           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           MOVE SPACES TO WS-OUTPUT-FILE-NAME.
           MOVE SPACES TO WS-REJECT-FILE-NAME.
           STRING "AUDIT" WS-CUR-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-AUDIT-FILE-NAME.
           STRING "DECODE" WS-CUR-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-OUTPUT-FILE-NAME.
           STRING "REJECT" WS-CUR-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-REJECT-FILE-NAME.

           PERFORM P-110-SCAN-AUDIT.
           IF DATE-IS-USABLE
               PERFORM P-140-SCAN-REJECTS
               PERFORM P-150-SCAN-PUBLOG
               PERFORM P-155-SCAN-HOLDMSG
               PERFORM P-160-SCAN-PROCMST
               PERFORM P-170-ASSIGN-RUN-SEQS
           END-IF.

           IF TARGET-RUNHIST
               MOVE "RUNHIST" TO WS-RPT-MASTER
               IF DATE-IS-USABLE
                   PERFORM P-200-REBUILD-RUNHIST
               ELSE
                   MOVE WS-DATE-REASON TO WS-MST-REASON
                   PERFORM P-700-PRINT-NOT-RESTORED
               END-IF
           END-IF.

           IF TARGET-AUDMST
               MOVE "AUDITMST" TO WS-RPT-MASTER
               IF DATE-IS-USABLE
                   PERFORM P-300-REBUILD-AUDMST
               ELSE
                   MOVE WS-DATE-REASON TO WS-MST-REASON
                   PERFORM P-700-PRINT-NOT-RESTORED
               END-IF
           END-IF.

       P-110-SCAN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               MOVE "N" TO WS-DATE-OK-SW
               MOVE "AUDIT FILE NOT FOUND" TO WS-DATE-REASON
           ELSE
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN " WS-AUDIT-FILE-NAME
                       " STATUS=" WS-AUDIT-STATUS
                   MOVE "P-110-SCAN-AUDIT" TO IL-PARAGRAPH
                   MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                       OR NOT DATE-IS-USABLE
                   READ AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM P-120-ACCUMULATE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               IF DATE-IS-USABLE AND WS-AUDIT-READ = 0
                   MOVE "N" TO WS-DATE-OK-SW
                   MOVE "AUDIT FILE IS EMPTY" TO WS-DATE-REASON
               END-IF
           END-IF.
           IF WS-AUDIT-REPEATED > 0
               DISPLAY "NOTE: " WS-AUDIT-REPEATED " REPEATED AUDIT "
                   "RECORDS FROM RESTARTED RUNS IGNORED FOR "
                   WS-CUR-DATE
           END-IF.

       P-120-ACCUMULATE-AUDIT.
           MOVE AUDIT-BATCH-ID TO WS-FIND-BATCH-ID.
           MOVE AUDIT-MSG-SEQ TO WS-FIND-MSG-SEQ.
           PERFORM P-125-FIND-ENTRY.
           IF WS-ENT-IDX = 0
               PERFORM P-130-ADD-ENTRY
           END-IF.
           IF NOT DATE-IS-USABLE
               CONTINUE
           ELSE
               IF AUDIT-VAR-I <= WS-ENT-LAST-POS(WS-ENT-IDX)
                   ADD 1 TO WS-AUDIT-REPEATED
               ELSE
                   MOVE AUDIT-VAR-I TO WS-ENT-LAST-POS(WS-ENT-IDX)
                   PERFORM P-135-ACCUMULATE-POINT
               END-IF
           END-IF.

       P-125-FIND-ENTRY.
           MOVE 0 TO WS-BAT-IDX.
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                   UNTIL WS-SRCH-IDX > WS-BAT-COUNT
                       OR WS-BAT-IDX > 0
               IF WS-BAT-ID(WS-SRCH-IDX) = WS-FIND-BATCH-ID
                   MOVE WS-SRCH-IDX TO WS-BAT-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ENT-IDX.
           IF WS-BAT-IDX > 0
               PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                       UNTIL WS-SRCH-IDX > WS-ENT-COUNT
                           OR WS-ENT-IDX > 0
                   IF WS-ENT-BAT-IDX(WS-SRCH-IDX) = WS-BAT-IDX
                           AND WS-ENT-MSG-SEQ(WS-SRCH-IDX)
                               = WS-FIND-MSG-SEQ
                       MOVE WS-SRCH-IDX TO WS-ENT-IDX
                   END-IF
               END-PERFORM
           END-IF.

       P-130-ADD-ENTRY.
           IF WS-BAT-IDX = 0
               IF WS-BAT-COUNT >= WS-BAT-MAX
                   MOVE "N" TO WS-DATE-OK-SW
                   MOVE "MORE THAN 20 BATCHES IN THE DAY"
                       TO WS-DATE-REASON
               ELSE
                   ADD 1 TO WS-BAT-COUNT
                   MOVE WS-BAT-COUNT TO WS-BAT-IDX
                   MOVE WS-FIND-BATCH-ID TO WS-BAT-ID(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-RUN-SEQ(WS-BAT-IDX)
                   MOVE "N" TO WS-BAT-SEQ-SW(WS-BAT-IDX)
                   MOVE "N" TO WS-BAT-RESUB-SW(WS-BAT-IDX)
                   MOVE "Y" TO WS-BAT-COMPLETE-SW(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-TOT-COUNT(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-TOT-REJECTED(WS-BAT-IDX)
                   MOVE 9999 TO WS-BAT-TOT-MIN-N(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-TOT-MAX-N(WS-BAT-IDX)
                   MOVE 9999 TO WS-BAT-TOT-MIN-RSLT(WS-BAT-IDX)
                   MOVE 0 TO WS-BAT-TOT-MAX-RSLT(WS-BAT-IDX)
               END-IF
           END-IF.
           IF DATE-IS-USABLE
               IF WS-ENT-COUNT >= WS-ENT-MAX
                   MOVE "N" TO WS-DATE-OK-SW
                   MOVE "MORE THAN 500 MESSAGES IN THE DAY"
                       TO WS-DATE-REASON
               ELSE
                   ADD 1 TO WS-ENT-COUNT
                   MOVE WS-ENT-COUNT TO WS-ENT-IDX
                   MOVE WS-BAT-IDX TO WS-ENT-BAT-IDX(WS-ENT-IDX)
                   MOVE WS-FIND-MSG-SEQ TO WS-ENT-MSG-SEQ(WS-ENT-IDX)
                   MOVE 0 TO WS-ENT-LAST-POS(WS-ENT-IDX)
                   MOVE 0 TO WS-ENT-AM-POS(WS-ENT-IDX)
                   MOVE 0 TO WS-ENT-COUNT-PTS(WS-ENT-IDX)
                   MOVE 0 TO WS-ENT-REJECTED(WS-ENT-IDX)
                   MOVE 9999 TO WS-ENT-MIN-N(WS-ENT-IDX)
                   MOVE 0 TO WS-ENT-MAX-N(WS-ENT-IDX)
                   MOVE 9999 TO WS-ENT-MIN-RSLT(WS-ENT-IDX)
                   MOVE 0 TO WS-ENT-MAX-RSLT(WS-ENT-IDX)
                   MOVE 0 TO WS-ENT-REJ-FILE(WS-ENT-IDX)
                   MOVE "N" TO WS-ENT-DECODE-SW(WS-ENT-IDX)
                   MOVE "N" TO WS-ENT-PUBLISH-SW(WS-ENT-IDX)
                   MOVE SPACES TO WS-ENT-HOLD-SW(WS-ENT-IDX)
                   MOVE SPACES TO WS-ENT-BUFFER(WS-ENT-IDX)
               END-IF
           END-IF.

       P-135-ACCUMULATE-POINT.
           IF AUDIT-RESULT-SW = "Y"
               ADD 1 TO WS-ENT-COUNT-PTS(WS-ENT-IDX)
               IF AUDIT-VAR-N < WS-ENT-MIN-N(WS-ENT-IDX)
                   MOVE AUDIT-VAR-N TO WS-ENT-MIN-N(WS-ENT-IDX)
               END-IF
               IF AUDIT-VAR-N > WS-ENT-MAX-N(WS-ENT-IDX)
                   MOVE AUDIT-VAR-N TO WS-ENT-MAX-N(WS-ENT-IDX)
               END-IF
               IF AUDIT-VAR-RSLT < WS-ENT-MIN-RSLT(WS-ENT-IDX)
                   MOVE AUDIT-VAR-RSLT TO WS-ENT-MIN-RSLT(WS-ENT-IDX)
               END-IF
               IF AUDIT-VAR-RSLT > WS-ENT-MAX-RSLT(WS-ENT-IDX)
                   MOVE AUDIT-VAR-RSLT TO WS-ENT-MAX-RSLT(WS-ENT-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-ENT-REJECTED(WS-ENT-IDX)
           END-IF.

       P-140-SCAN-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS = "35"
               MOVE SPACES TO WS-NOTE-MASTER
               MOVE 0 TO WS-NOTE-RUN-SEQ
               MOVE 0 TO WS-NOTE-MSG-SEQ
               MOVE 0 TO WS-NOTE-POSITION
               MOVE "REJECT FILE NOT FOUND - NOT CROSS-CHECKED"
                   TO WS-NOTE-TEXT
               PERFORM P-750-STORE-NOTE
           ELSE
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN " WS-REJECT-FILE-NAME
                       " STATUS=" WS-REJECT-STATUS
                   MOVE "P-140-SCAN-REJECTS" TO IL-PARAGRAPH
                   MOVE WS-REJECT-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-REJECT-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM UNTIL WS-REJECT-STATUS = "10"
                   READ REJECT-FILE
                       AT END
                           MOVE "10" TO WS-REJECT-STATUS
                       NOT AT END
                           IF RJ-REASON-RANGE
                               MOVE RJ-BATCH-ID TO WS-FIND-BATCH-ID
                               MOVE RJ-MSG-SEQ TO WS-FIND-MSG-SEQ
                               PERFORM P-125-FIND-ENTRY
                               IF WS-ENT-IDX > 0
                                   ADD 1 TO WS-ENT-REJ-FILE(WS-ENT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                       UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   IF WS-ENT-REJ-FILE(WS-ENT-IDX)
                           NOT = WS-ENT-REJECTED(WS-ENT-IDX)
                       MOVE SPACES TO WS-NOTE-MASTER
                       MOVE 0 TO WS-NOTE-RUN-SEQ
                       MOVE WS-ENT-MSG-SEQ(WS-ENT-IDX)
                           TO WS-NOTE-MSG-SEQ
                       MOVE 0 TO WS-NOTE-POSITION
                       MOVE "REJECT FILE RNGE COUNT DIFFERS FROM AUDIT"
                           TO WS-NOTE-TEXT
                       PERFORM P-750-STORE-NOTE
                   END-IF
               END-PERFORM
           END-IF.

       P-150-SCAN-PUBLOG.
           MOVE "N" TO WS-PUBLOG-DATE-SW.
           OPEN INPUT PUBLISH-LOG-FILE.
           IF WS-PUBLOG-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PUBLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.DAT, STATUS="
                       WS-PUBLOG-STATUS
                   MOVE "P-150-SCAN-PUBLOG" TO IL-PARAGRAPH
                   MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN IFPUBLOG.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM UNTIL WS-PUBLOG-STATUS = "10"
                   READ PUBLISH-LOG-FILE
                       AT END
                           MOVE "10" TO WS-PUBLOG-STATUS
                       NOT AT END
                           IF PL-RUN-DATE = WS-CUR-DATE
                               SET PUBLOG-HAS-DATE TO TRUE
                               MOVE PL-BATCH-ID TO WS-FIND-BATCH-ID
                               MOVE PL-MSG-SEQ TO WS-FIND-MSG-SEQ
                               PERFORM P-125-FIND-ENTRY
                               IF WS-ENT-IDX > 0
                                   SET ENT-PUBLISHED(WS-ENT-IDX)
                                       TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUBLISH-LOG-FILE
           END-IF.
           IF NOT PUBLOG-HAS-DATE
               MOVE SPACES TO WS-NOTE-MASTER
               MOVE 0 TO WS-NOTE-RUN-SEQ
               MOVE 0 TO WS-NOTE-MSG-SEQ
               MOVE 0 TO WS-NOTE-POSITION
               MOVE "NO IFPUBLOG ENTRIES - DECODE FILE TRUSTED"
                   TO WS-NOTE-TEXT
               PERFORM P-750-STORE-NOTE
           END-IF.

       P-155-SCAN-HOLDMSG.
           OPEN INPUT HELD-MESSAGE-FILE.
           IF WS-HOLDMSG-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-HOLDMSG-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN HOLDMSG.DAT, STATUS="
                       WS-HOLDMSG-STATUS
                   MOVE "P-155-SCAN-HOLDMSG" TO IL-PARAGRAPH
                   MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
                   MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN HOLDMSG.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-CUR-DATE TO HM-RUN-DATE
               MOVE 0 TO HM-BATCH-ID
               MOVE 0 TO HM-MSG-SEQ
               START HELD-MESSAGE-FILE KEY >= HM-KEY
                   INVALID KEY
                       MOVE "23" TO WS-HOLDMSG-STATUS
               END-START
               PERFORM UNTIL WS-HOLDMSG-STATUS NOT = "00"
                   READ HELD-MESSAGE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HOLDMSG-STATUS
                       NOT AT END
                           IF HM-RUN-DATE = WS-CUR-DATE
                               PERFORM P-157-MATCH-HOLDMSG
                           ELSE
                               MOVE "10" TO WS-HOLDMSG-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-MESSAGE-FILE
           END-IF.

       P-157-MATCH-HOLDMSG.
           MOVE HM-BATCH-ID TO WS-FIND-BATCH-ID.
           MOVE HM-MSG-SEQ TO WS-FIND-MSG-SEQ.
           PERFORM P-125-FIND-ENTRY.
           IF WS-ENT-IDX > 0
               EVALUATE TRUE
                   WHEN HM-STATUS-HELD
                       SET ENT-HELD(WS-ENT-IDX) TO TRUE
                   WHEN HM-STATUS-CANCELLED
                       SET ENT-CANCELLED(WS-ENT-IDX) TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       P-160-SCAN-PROCMST.
           OPEN INPUT PROCESSED-FILE-MASTER.
           IF WS-PROCMST-STATUS = "00"
               PERFORM UNTIL WS-PROCMST-STATUS NOT = "00"
                   READ PROCESSED-FILE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO WS-PROCMST-STATUS
                       NOT AT END
                           IF PM-RUN-DATE = WS-CUR-DATE
                               PERFORM P-165-MATCH-PROCMST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-FILE-MASTER
           END-IF.

       P-165-MATCH-PROCMST.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-BAT-ID(WS-BAT-IDX) = PM-BATCH-ID
                       AND PM-RESUBMIT-COUNT > 0
                   MOVE "Y" TO WS-BAT-RESUB-SW(WS-BAT-IDX)
               END-IF
           END-PERFORM.

       P-170-ASSIGN-RUN-SEQS.
           MOVE 0 TO WS-MAX-SEQ.
           IF RUNHIST-AVAILABLE
               MOVE WS-CUR-DATE TO RH-RUN-DATE
               MOVE 0 TO RH-RUN-SEQ
               MOVE 0 TO RH-MSG-SEQ
               START RUN-HISTORY-FILE KEY >= RH-KEY
                   INVALID KEY
                       MOVE "23" TO WS-RUNHIST-STATUS
               END-START
               PERFORM UNTIL WS-RUNHIST-STATUS NOT = "00"
                   READ RUN-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-RUNHIST-STATUS
                       NOT AT END
                           IF RH-RUN-DATE = WS-CUR-DATE
                               PERFORM P-175-NOTE-MASTER-SEQ
                           ELSE
                               MOVE "10" TO WS-RUNHIST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF NOT BAT-SEQ-ASSIGNED(WS-BAT-IDX)
                   IF WS-MAX-SEQ >= 99
                       MOVE "N" TO WS-DATE-OK-SW
                       MOVE "RUN SEQUENCES EXHAUSTED"
                           TO WS-DATE-REASON
                   ELSE
                       ADD 1 TO WS-MAX-SEQ
                       MOVE WS-MAX-SEQ TO WS-BAT-RUN-SEQ(WS-BAT-IDX)
                       SET BAT-SEQ-ASSIGNED(WS-BAT-IDX) TO TRUE
                       PERFORM P-178-CHECK-BATCH-SEQ
                   END-IF
               END-IF
           END-PERFORM.

       P-175-NOTE-MASTER-SEQ.
           IF RH-RUN-SEQ > WS-MAX-SEQ
               MOVE RH-RUN-SEQ TO WS-MAX-SEQ
           END-IF.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-BAT-ID(WS-BAT-IDX) = RH-BATCH-ID
                       AND NOT BAT-SEQ-ASSIGNED(WS-BAT-IDX)
                   MOVE RH-RUN-SEQ TO WS-BAT-RUN-SEQ(WS-BAT-IDX)
                   SET BAT-SEQ-ASSIGNED(WS-BAT-IDX) TO TRUE
               END-IF
           END-PERFORM.

       P-178-CHECK-BATCH-SEQ.
           DIVIDE WS-BAT-ID(WS-BAT-IDX) BY 100 GIVING WS-BID-Q
               REMAINDER WS-BID-REM.
           IF WS-BID-REM NOT = WS-BAT-RUN-SEQ(WS-BAT-IDX)
               MOVE SPACES TO WS-NOTE-MASTER
               MOVE WS-BAT-RUN-SEQ(WS-BAT-IDX) TO WS-NOTE-RUN-SEQ
               MOVE 0 TO WS-NOTE-MSG-SEQ
               MOVE 0 TO WS-NOTE-POSITION
               MOVE "NEW RUN SEQ DIFFERS FROM BATCH ID SUFFIX"
                   TO WS-NOTE-TEXT
               PERFORM P-750-STORE-NOTE
           END-IF.

       P-200-REBUILD-RUNHIST.
           MOVE 0 TO WS-D-WRITTEN.
           MOVE 0 TO WS-D-MATCHED.
           MOVE 0 TO WS-D-DIFFER.
           MOVE 0 TO WS-ENT-RESTORED.
           MOVE SPACES TO WS-MST-REASON.

           OPEN INPUT DECODE-OUTPUT-FILE.
           IF WS-OUTPUT-FILE-STATUS = "35"
               MOVE "DECODE FILE NOT FOUND" TO WS-MST-REASON
           ELSE
               IF WS-OUTPUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN " WS-OUTPUT-FILE-NAME
                       " STATUS=" WS-OUTPUT-FILE-STATUS
                   MOVE "P-200-REBUILD-RUNHIST" TO IL-PARAGRAPH
                   MOVE WS-OUTPUT-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-OUTPUT-FILE-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM UNTIL WS-OUTPUT-FILE-STATUS = "10"
                   READ DECODE-OUTPUT-FILE
                       AT END
                           MOVE "10" TO WS-OUTPUT-FILE-STATUS
                       NOT AT END
                           MOVE DO-BATCH-ID TO WS-FIND-BATCH-ID
                           MOVE DO-MSG-SEQ TO WS-FIND-MSG-SEQ
                           PERFORM P-125-FIND-ENTRY
                           IF WS-ENT-IDX > 0
                               SET ENT-DECODED(WS-ENT-IDX) TO TRUE
                               MOVE DO-OUTPUT-BUFFER
                                   TO WS-ENT-BUFFER(WS-ENT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECODE-OUTPUT-FILE

               PERFORM P-210-REBUILD-MESSAGE
                   VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               PERFORM P-230-REBUILD-TOTALS
                   VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-ENT-RESTORED = 0
                   MOVE "NO COMPLETED MESSAGES FOUND" TO WS-MST-REASON
               END-IF
           END-IF.

           IF WS-MST-REASON = SPACES
               PERFORM P-710-PRINT-RESTORED
           ELSE
               PERFORM P-700-PRINT-NOT-RESTORED
           END-IF.

       P-210-REBUILD-MESSAGE.
           MOVE WS-ENT-BAT-IDX(WS-ENT-IDX) TO WS-BAT-IDX.
           IF ENT-DECODED(WS-ENT-IDX)
                   AND (ENT-PUBLISHED(WS-ENT-IDX)
                       OR ENT-ON-HOLD-QUEUE(WS-ENT-IDX)
                       OR NOT PUBLOG-HAS-DATE)
               ADD 1 TO WS-ENT-RESTORED
               PERFORM P-220-ROLLUP-BATCH
               MOVE WS-CUR-DATE TO WS-RB-RUN-DATE
               MOVE WS-BAT-RUN-SEQ(WS-BAT-IDX) TO WS-RB-RUN-SEQ
               MOVE WS-ENT-MSG-SEQ(WS-ENT-IDX) TO WS-RB-MSG-SEQ
               MOVE WS-BAT-ID(WS-BAT-IDX) TO WS-RB-BATCH-ID
               EVALUATE TRUE
                   WHEN ENT-HELD(WS-ENT-IDX)
                       MOVE "H" TO WS-RB-STATUS
                   WHEN ENT-CANCELLED(WS-ENT-IDX)
                       MOVE "X" TO WS-RB-STATUS
                   WHEN OTHER
                       MOVE "C" TO WS-RB-STATUS
               END-EVALUATE
               MOVE WS-ENT-BUFFER(WS-ENT-IDX) TO WS-RB-OUTPUT-BUFFER
               MOVE WS-ENT-COUNT-PTS(WS-ENT-IDX) TO WS-RB-STAT-COUNT
               MOVE WS-ENT-MIN-N(WS-ENT-IDX) TO WS-RB-STAT-MIN-N
               MOVE WS-ENT-MAX-N(WS-ENT-IDX) TO WS-RB-STAT-MAX-N
               MOVE WS-ENT-MIN-RSLT(WS-ENT-IDX) TO WS-RB-STAT-MIN-RSLT
               MOVE WS-ENT-MAX-RSLT(WS-ENT-IDX) TO WS-RB-STAT-MAX-RSLT
               MOVE WS-ENT-REJECTED(WS-ENT-IDX)
                   TO WS-RB-STAT-REJECTED
               MOVE WS-BAT-RESUB-SW(WS-BAT-IDX) TO WS-RB-RESUBMIT-SW
               PERFORM P-250-APPLY-RUNHIST
           ELSE
               MOVE "N" TO WS-BAT-COMPLETE-SW(WS-BAT-IDX)
               MOVE "RUNHIST" TO WS-NOTE-MASTER
               MOVE WS-BAT-RUN-SEQ(WS-BAT-IDX) TO WS-NOTE-RUN-SEQ
               MOVE WS-ENT-MSG-SEQ(WS-ENT-IDX) TO WS-NOTE-MSG-SEQ
               MOVE 0 TO WS-NOTE-POSITION
               IF ENT-DECODED(WS-ENT-IDX)
                   MOVE "NOT PUBLISHED OR HELD - RUN UNFINISHED"
                       TO WS-NOTE-TEXT
               ELSE
                   MOVE "NO DECODE RECORD - MESSAGE NOT RESTORED"
                       TO WS-NOTE-TEXT
               END-IF
               PERFORM P-750-STORE-NOTE
           END-IF.

       P-220-ROLLUP-BATCH.
           ADD WS-ENT-COUNT-PTS(WS-ENT-IDX)
               TO WS-BAT-TOT-COUNT(WS-BAT-IDX).
           ADD WS-ENT-REJECTED(WS-ENT-IDX)
               TO WS-BAT-TOT-REJECTED(WS-BAT-IDX).
           IF WS-ENT-MIN-N(WS-ENT-IDX) < WS-BAT-TOT-MIN-N(WS-BAT-IDX)
               MOVE WS-ENT-MIN-N(WS-ENT-IDX)
                   TO WS-BAT-TOT-MIN-N(WS-BAT-IDX)
           END-IF.
           IF WS-ENT-MAX-N(WS-ENT-IDX) > WS-BAT-TOT-MAX-N(WS-BAT-IDX)
               MOVE WS-ENT-MAX-N(WS-ENT-IDX)
                   TO WS-BAT-TOT-MAX-N(WS-BAT-IDX)
           END-IF.
           IF WS-ENT-MIN-RSLT(WS-ENT-IDX)
                   < WS-BAT-TOT-MIN-RSLT(WS-BAT-IDX)
               MOVE WS-ENT-MIN-RSLT(WS-ENT-IDX)
                   TO WS-BAT-TOT-MIN-RSLT(WS-BAT-IDX)
           END-IF.
           IF WS-ENT-MAX-RSLT(WS-ENT-IDX)
                   > WS-BAT-TOT-MAX-RSLT(WS-BAT-IDX)
               MOVE WS-ENT-MAX-RSLT(WS-ENT-IDX)
                   TO WS-BAT-TOT-MAX-RSLT(WS-BAT-IDX)
           END-IF.

       P-230-REBUILD-TOTALS.
           IF BAT-COMPLETE(WS-BAT-IDX)
               MOVE WS-CUR-DATE TO WS-RB-RUN-DATE
               MOVE WS-BAT-RUN-SEQ(WS-BAT-IDX) TO WS-RB-RUN-SEQ
               MOVE 0 TO WS-RB-MSG-SEQ
               MOVE WS-BAT-ID(WS-BAT-IDX) TO WS-RB-BATCH-ID
               MOVE "C" TO WS-RB-STATUS
               MOVE SPACES TO WS-RB-OUTPUT-BUFFER
               MOVE WS-BAT-TOT-COUNT(WS-BAT-IDX) TO WS-RB-STAT-COUNT
               MOVE WS-BAT-TOT-MIN-N(WS-BAT-IDX) TO WS-RB-STAT-MIN-N
               MOVE WS-BAT-TOT-MAX-N(WS-BAT-IDX) TO WS-RB-STAT-MAX-N
               MOVE WS-BAT-TOT-MIN-RSLT(WS-BAT-IDX)
                   TO WS-RB-STAT-MIN-RSLT
               MOVE WS-BAT-TOT-MAX-RSLT(WS-BAT-IDX)
                   TO WS-RB-STAT-MAX-RSLT
               MOVE WS-BAT-TOT-REJECTED(WS-BAT-IDX)
                   TO WS-RB-STAT-REJECTED
               MOVE WS-BAT-RESUB-SW(WS-BAT-IDX) TO WS-RB-RESUBMIT-SW
               PERFORM P-250-APPLY-RUNHIST
           ELSE
               MOVE "RUNHIST" TO WS-NOTE-MASTER
               MOVE WS-BAT-RUN-SEQ(WS-BAT-IDX) TO WS-NOTE-RUN-SEQ
               MOVE 0 TO WS-NOTE-MSG-SEQ
               MOVE 0 TO WS-NOTE-POSITION
               MOVE "BATCH INCOMPLETE - NO TOTALS RECORD"
                   TO WS-NOTE-TEXT
               PERFORM P-750-STORE-NOTE
           END-IF.

       P-250-APPLY-RUNHIST.
           MOVE WS-RB-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-RB-RUN-SEQ TO RH-RUN-SEQ.
           MOVE WS-RB-MSG-SEQ TO RH-MSG-SEQ.
           READ RUN-HISTORY-FILE
               INVALID KEY
                   MOVE "23" TO WS-RUNHIST-STATUS
           END-READ.
           EVALUATE WS-RUNHIST-STATUS
               WHEN "23"
                   MOVE WS-RB-RUN-DATE TO RH-RUN-DATE
                   MOVE WS-RB-RUN-SEQ TO RH-RUN-SEQ
                   MOVE WS-RB-MSG-SEQ TO RH-MSG-SEQ
                   MOVE WS-RB-BATCH-ID TO RH-BATCH-ID
                   MOVE WS-RB-STATUS TO RH-STATUS
                   MOVE WS-RB-OUTPUT-BUFFER TO RH-OUTPUT-BUFFER
                   MOVE WS-RB-STAT-COUNT TO RH-STAT-COUNT
                   MOVE WS-RB-STAT-MIN-N TO RH-STAT-MIN-N
                   MOVE WS-RB-STAT-MAX-N TO RH-STAT-MAX-N
                   MOVE WS-RB-STAT-MIN-RSLT TO RH-STAT-MIN-RSLT
                   MOVE WS-RB-STAT-MAX-RSLT TO RH-STAT-MAX-RSLT
                   MOVE WS-RB-STAT-REJECTED TO RH-STAT-REJECTED
                   MOVE WS-RB-RESUBMIT-SW TO RH-RESUBMIT-SW
                   WRITE RUN-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-RUNHIST-STATUS NOT = "00"
                       DISPLAY "ERROR: WRITE TO RUNHIST.DAT FAILED, "
                           "STATUS=" WS-RUNHIST-STATUS
                       MOVE "P-250-APPLY-RUNHIST" TO IL-PARAGRAPH
                       MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                       MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                       MOVE "WRITE TO RUNHIST.DAT FAILED" TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   ADD 1 TO WS-D-WRITTEN
               WHEN "00"
                   PERFORM P-260-COMPARE-RUNHIST
               WHEN OTHER
                   DISPLAY "ERROR: READ OF RUNHIST.DAT FAILED, STATUS="
                       WS-RUNHIST-STATUS
                   MOVE "P-250-APPLY-RUNHIST" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "READ OF RUNHIST.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

       P-260-COMPARE-RUNHIST.
           MOVE "N" TO WS-REC-DIFFER-SW.
           MOVE "RUNHIST" TO WS-NOTE-MASTER.
           MOVE WS-RB-RUN-SEQ TO WS-NOTE-RUN-SEQ.
           MOVE WS-RB-MSG-SEQ TO WS-NOTE-MSG-SEQ.
           MOVE 0 TO WS-NOTE-POSITION.
           IF RH-BATCH-ID NOT = WS-RB-BATCH-ID
               SET RECORD-DIFFERS TO TRUE
               MOVE "BATCH ID DIFFERS - NOT REPLACED"
                   TO WS-NOTE-TEXT
               PERFORM P-750-STORE-NOTE
           END-IF.
           IF RH-OUTPUT-BUFFER NOT = WS-RB-OUTPUT-BUFFER
               SET RECORD-DIFFERS TO TRUE
               MOVE "DECODED TEXT DIFFERS - NOT REPLACED"
                   TO WS-NOTE-TEXT
               PERFORM P-750-STORE-NOTE
           END-IF.
           IF RH-STAT-COUNT NOT = WS-RB-STAT-COUNT
                   OR RH-STAT-MIN-N NOT = WS-RB-STAT-MIN-N
                   OR RH-STAT-MAX-N NOT = WS-RB-STAT-MAX-N
                   OR RH-STAT-MIN-RSLT NOT = WS-RB-STAT-MIN-RSLT
                   OR RH-STAT-MAX-RSLT NOT = WS-RB-STAT-MAX-RSLT
                   OR RH-STAT-REJECTED NOT = WS-RB-STAT-REJECTED
               SET RECORD-DIFFERS TO TRUE
               MOVE "STATISTICS DIFFER - NOT REPLACED"
                   TO WS-NOTE-TEXT
               PERFORM P-750-STORE-NOTE
           END-IF.
           IF RH-RESUBMIT-SW NOT = WS-RB-RESUBMIT-SW
               SET RECORD-DIFFERS TO TRUE
               MOVE "RESUBMIT FLAG DIFFERS - NOT REPLACED"
                   TO WS-NOTE-TEXT
               PERFORM P-750-STORE-NOTE
           END-IF.
           IF RECORD-DIFFERS
               ADD 1 TO WS-D-DIFFER
           ELSE
               ADD 1 TO WS-D-MATCHED
           END-IF.

       P-300-REBUILD-AUDMST.
           MOVE 0 TO WS-D-WRITTEN.
           MOVE 0 TO WS-D-MATCHED.
           MOVE 0 TO WS-D-DIFFER.
           MOVE SPACES TO WS-MST-REASON.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO REOPEN " WS-AUDIT-FILE-NAME
                   " STATUS=" WS-AUDIT-STATUS
               MOVE "P-300-REBUILD-AUDMST" TO IL-PARAGRAPH
               MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO REOPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM UNTIL WS-AUDIT-STATUS = "10"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                       PERFORM P-310-REBUILD-POINT
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           PERFORM P-710-PRINT-RESTORED.

       P-310-REBUILD-POINT.
           MOVE AUDIT-BATCH-ID TO WS-FIND-BATCH-ID.
           MOVE AUDIT-MSG-SEQ TO WS-FIND-MSG-SEQ.
           PERFORM P-125-FIND-ENTRY.
           IF AUDIT-VAR-I > WS-ENT-AM-POS(WS-ENT-IDX)
               MOVE AUDIT-VAR-I TO WS-ENT-AM-POS(WS-ENT-IDX)
               MOVE WS-CUR-DATE TO WS-AB-RUN-DATE
               MOVE WS-BAT-RUN-SEQ(WS-BAT-IDX) TO WS-AB-RUN-SEQ
               MOVE AUDIT-MSG-SEQ TO WS-AB-MSG-SEQ
               MOVE AUDIT-VAR-I TO WS-AB-POSITION
               MOVE AUDIT-DATA-POINT TO WS-AB-DATA-POINT
               MOVE AUDIT-VAR-N TO WS-AB-VAR-N
               MOVE AUDIT-VAR-RSLT TO WS-AB-VAR-RSLT
               MOVE AUDIT-VAR-REM TO WS-AB-VAR-REM
               MOVE AUDIT-RESULT-SW TO WS-AB-RESULT-SW
               PERFORM P-350-APPLY-AUDMST
           END-IF.

       P-350-APPLY-AUDMST.
           MOVE WS-AB-RUN-DATE TO AM-RUN-DATE.
           MOVE WS-AB-RUN-SEQ TO AM-RUN-SEQ.
           MOVE WS-AB-MSG-SEQ TO AM-MSG-SEQ.
           MOVE WS-AB-POSITION TO AM-POSITION.
           READ AUDIT-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO WS-AUDMST-STATUS
           END-READ.
           EVALUATE WS-AUDMST-STATUS
               WHEN "23"
                   MOVE WS-AB-RUN-DATE TO AM-RUN-DATE
                   MOVE WS-AB-RUN-SEQ TO AM-RUN-SEQ
                   MOVE WS-AB-MSG-SEQ TO AM-MSG-SEQ
                   MOVE WS-AB-POSITION TO AM-POSITION
                   MOVE WS-AB-DATA-POINT TO AM-DATA-POINT
                   MOVE WS-AB-VAR-N TO AM-VAR-N
                   MOVE WS-AB-VAR-RSLT TO AM-VAR-RSLT
                   MOVE WS-AB-VAR-REM TO AM-VAR-REM
                   MOVE WS-AB-RESULT-SW TO AM-RESULT-SW
                   WRITE AUDIT-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-AUDMST-STATUS NOT = "00"
                       DISPLAY "ERROR: WRITE TO AUDITMST.DAT FAILED, "
                           "STATUS=" WS-AUDMST-STATUS
                       MOVE "P-350-APPLY-AUDMST" TO IL-PARAGRAPH
                       MOVE "AUDITMST.DAT" TO IL-FILE-NAME
                       MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
                       MOVE "WRITE TO AUDITMST.DAT FAILED" TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   ADD 1 TO WS-D-WRITTEN
               WHEN "00"
                   IF AM-DATA-POINT = WS-AB-DATA-POINT
                           AND AM-VAR-N = WS-AB-VAR-N
                           AND AM-VAR-RSLT = WS-AB-VAR-RSLT
                           AND AM-VAR-REM = WS-AB-VAR-REM
                           AND AM-RESULT-SW = WS-AB-RESULT-SW
                       ADD 1 TO WS-D-MATCHED
                   ELSE
                       ADD 1 TO WS-D-DIFFER
                       MOVE "AUDITMST" TO WS-NOTE-MASTER
                       MOVE WS-AB-RUN-SEQ TO WS-NOTE-RUN-SEQ
                       MOVE WS-AB-MSG-SEQ TO WS-NOTE-MSG-SEQ
                       MOVE WS-AB-POSITION TO WS-NOTE-POSITION
                       MOVE "AUDIT VALUES DIFFER - NOT REPLACED"
                           TO WS-NOTE-TEXT
                       PERFORM P-750-STORE-NOTE
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: READ OF AUDITMST.DAT FAILED, STATUS="
                       WS-AUDMST-STATUS
                   MOVE "P-350-APPLY-AUDMST" TO IL-PARAGRAPH
                   MOVE "AUDITMST.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
                   MOVE "READ OF AUDITMST.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

       P-700-PRINT-NOT-RESTORED.
           ADD 1 TO WS-T-NOT-RESTORED.
           MOVE WS-CUR-DATE TO RBL-DL-DATE.
           MOVE WS-RPT-MASTER TO RBL-DL-MASTER.
           MOVE "NOT RESTORED" TO RBL-DL-RESULT.
           MOVE WS-D-WRITTEN TO RBL-DL-WRITTEN.
           MOVE WS-D-MATCHED TO RBL-DL-MATCHED.
           MOVE WS-D-DIFFER TO RBL-DL-DIFFER.
           IF NOT DATE-IS-USABLE
               MOVE 0 TO RBL-DL-WRITTEN
               MOVE 0 TO RBL-DL-MATCHED
               MOVE 0 TO RBL-DL-DIFFER
           END-IF.
           WRITE REBUILD-REPORT-LINE FROM RBL-DATE-LINE.
           MOVE WS-MST-REASON TO RBL-RL-TEXT.
           WRITE REBUILD-REPORT-LINE FROM RBL-REASON-LINE.
           DISPLAY "WARNING: " WS-RPT-MASTER " FOR " WS-CUR-DATE
               " NOT RESTORED - " WS-MST-REASON.

       P-710-PRINT-RESTORED.
           ADD 1 TO WS-T-RESTORED.
           ADD WS-D-WRITTEN TO WS-T-WRITTEN.
           ADD WS-D-MATCHED TO WS-T-MATCHED.
           ADD WS-D-DIFFER TO WS-T-DIFFER.
           MOVE WS-CUR-DATE TO RBL-DL-DATE.
           MOVE WS-RPT-MASTER TO RBL-DL-MASTER.
           IF WS-D-WRITTEN > 0
               MOVE "RESTORED" TO RBL-DL-RESULT
           ELSE
               MOVE "ALL PRESENT" TO RBL-DL-RESULT
           END-IF.
           MOVE WS-D-WRITTEN TO RBL-DL-WRITTEN.
           MOVE WS-D-MATCHED TO RBL-DL-MATCHED.
           MOVE WS-D-DIFFER TO RBL-DL-DIFFER.
           WRITE REBUILD-REPORT-LINE FROM RBL-DATE-LINE.
           DISPLAY WS-RPT-MASTER " for " WS-CUR-DATE ": "
               WS-D-WRITTEN " written, " WS-D-MATCHED " matched, "
               WS-D-DIFFER " differ".

       P-750-STORE-NOTE.
           ADD 1 TO WS-DIF-COUNT.
           IF WS-DIF-COUNT <= WS-DIF-MAX
               MOVE WS-CUR-DATE TO WS-DIF-DATE(WS-DIF-COUNT)
               MOVE WS-NOTE-MASTER TO WS-DIF-MASTER(WS-DIF-COUNT)
               MOVE WS-NOTE-RUN-SEQ TO WS-DIF-RUN-SEQ(WS-DIF-COUNT)
               MOVE WS-NOTE-MSG-SEQ TO WS-DIF-MSG-SEQ(WS-DIF-COUNT)
               MOVE WS-NOTE-POSITION TO WS-DIF-POSITION(WS-DIF-COUNT)
               MOVE WS-NOTE-TEXT TO WS-DIF-TEXT(WS-DIF-COUNT)
           END-IF.

       P-800-PRINT-TOTALS.
           MOVE SPACES TO REBUILD-REPORT-LINE.
           WRITE REBUILD-REPORT-LINE.
           MOVE "DIFFERENCES AND NOTES" TO RBL-SEC-TEXT.
           WRITE REBUILD-REPORT-LINE FROM RBL-SECTION-LINE.
           IF WS-DIF-COUNT = 0
               MOVE "  NONE" TO RBL-SEC-TEXT
               WRITE REBUILD-REPORT-LINE FROM RBL-SECTION-LINE
           ELSE
               WRITE REBUILD-REPORT-LINE FROM RBL-DIF-HEADING
               PERFORM P-810-PRINT-NOTE
                   VARYING WS-DIF-IDX FROM 1 BY 1
                   UNTIL WS-DIF-IDX > WS-DIF-COUNT
                       OR WS-DIF-IDX > WS-DIF-MAX
               IF WS-DIF-COUNT > WS-DIF-MAX
                   MOVE "  FURTHER ENTRIES NOT LISTED" TO RBL-SEC-TEXT
                   WRITE REBUILD-REPORT-LINE FROM RBL-SECTION-LINE
               END-IF
           END-IF.

           MOVE SPACES TO REBUILD-REPORT-LINE.
           WRITE REBUILD-REPORT-LINE.
           MOVE "REBUILD TOTALS" TO RBL-SEC-TEXT.
           WRITE REBUILD-REPORT-LINE FROM RBL-SECTION-LINE.
           MOVE "DATES IN RANGE" TO RBL-TOT-LABEL.
           MOVE WS-T-DATES TO RBL-TOT-VALUE.
           WRITE REBUILD-REPORT-LINE FROM RBL-TOTAL-LINE.
           MOVE "MASTER-DATES RESTORED" TO RBL-TOT-LABEL.
           MOVE WS-T-RESTORED TO RBL-TOT-VALUE.
           WRITE REBUILD-REPORT-LINE FROM RBL-TOTAL-LINE.
           MOVE "MASTER-DATES NOT RESTORED" TO RBL-TOT-LABEL.
           MOVE WS-T-NOT-RESTORED TO RBL-TOT-VALUE.
           WRITE REBUILD-REPORT-LINE FROM RBL-TOTAL-LINE.
           MOVE "RECORDS WRITTEN" TO RBL-TOT-LABEL.
           MOVE WS-T-WRITTEN TO RBL-TOT-VALUE.
           WRITE REBUILD-REPORT-LINE FROM RBL-TOTAL-LINE.
           MOVE "RECORDS ALREADY PRESENT" TO RBL-TOT-LABEL.
           MOVE WS-T-MATCHED TO RBL-TOT-VALUE.
           WRITE REBUILD-REPORT-LINE FROM RBL-TOTAL-LINE.
           MOVE "RECORDS THAT DIFFER" TO RBL-TOT-LABEL.
           MOVE WS-T-DIFFER TO RBL-TOT-VALUE.
           WRITE REBUILD-REPORT-LINE FROM RBL-TOTAL-LINE.

           CLOSE REBUILD-REPORT-FILE.

       P-810-PRINT-NOTE.
           MOVE WS-DIF-DATE(WS-DIF-IDX) TO RBL-DF-DATE.
           MOVE WS-DIF-MASTER(WS-DIF-IDX) TO RBL-DF-MASTER.
           MOVE WS-DIF-RUN-SEQ(WS-DIF-IDX) TO RBL-DF-RUN-SEQ.
           MOVE WS-DIF-MSG-SEQ(WS-DIF-IDX) TO RBL-DF-MSG-SEQ.
           MOVE WS-DIF-POSITION(WS-DIF-IDX) TO RBL-DF-POSITION.
           MOVE WS-DIF-TEXT(WS-DIF-IDX) TO RBL-DF-TEXT.
           WRITE REBUILD-REPORT-LINE FROM RBL-DIF-LINE.

       P-850-CLOSE-MASTERS.
           IF RUNHIST-AVAILABLE
               CLOSE RUN-HISTORY-FILE
           END-IF.
           IF TARGET-AUDMST
               CLOSE AUDIT-MASTER-FILE
           END-IF.

       P-999-ABEND.
           DISPLAY "SYS-REBUILD-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-REBUILD-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-REBUILD-86.
