       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-INCRPT-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT INCIDENT-REPORT-FILE ASSIGN TO "INCRPT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
       01  INCIDENT-FILE-RECORD     PIC X(172).

       FD  INCIDENT-REPORT-FILE
           RECORDING MODE IS F.
       01  INCIDENT-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INCIDENT-STATUS       PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-FROM-DATE             PIC 9(8).
       01  WS-TO-DATE               PIC 9(8).
       01  WS-FROM-DATE-IN          PIC X(8).
       01  WS-FROM-DATE-IN-N REDEFINES WS-FROM-DATE-IN
                                    PIC 9(8).
       01  WS-TO-DATE-IN            PIC X(8).
       01  WS-TO-DATE-IN-N REDEFINES WS-TO-DATE-IN
                                    PIC 9(8).
       01  WS-FROM-INT              PIC 9(8) COMP.
       01  WS-TO-INT                PIC 9(8) COMP.
       01  WS-REVIEW-DAYS           PIC 9(4) COMP VALUE 31.

       01  WS-INCIDENT-FOUND-SW     PIC X VALUE "N".
           88 INCIDENT-FILE-FOUND          VALUE "Y".

       01  WS-PAGE-NUMBER           PIC 9(4) COMP VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) COMP VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(4) COMP VALUE 55.

       01  WS-READ-COUNT            PIC 9(6) COMP VALUE 0.
       01  WS-PERIOD-COUNT          PIC 9(6) COMP VALUE 0.
       01  WS-DETAIL-COUNT          PIC 9(6) COMP VALUE 0.
       01  WS-CNT-NOIN              PIC 9(6) COMP VALUE 0.
       01  WS-CNT-OBAL              PIC 9(6) COMP VALUE 0.
       01  WS-CNT-DUPL              PIC 9(6) COMP VALUE 0.
       01  WS-CNT-RECN              PIC 9(6) COMP VALUE 0.
       01  WS-CNT-SEGM              PIC 9(6) COMP VALUE 0.
       01  WS-CNT-PARM              PIC 9(6) COMP VALUE 0.
       01  WS-CNT-FILE              PIC 9(6) COMP VALUE 0.
       01  WS-CNT-DATA              PIC 9(6) COMP VALUE 0.

       01  WS-GRP-MAX               PIC 9(4) COMP VALUE 200.
       01  WS-GRP-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-GRP-IDX               PIC 9(4) COMP.
       01  WS-GRP-FOUND             PIC 9(4) COMP.
       01  WS-GRP-INSERT            PIC 9(4) COMP.
       01  WS-GRP-WANTED.
           05 WS-GRP-WANTED-PROGRAM PIC X(16).
           05 WS-GRP-WANTED-CAUSE   PIC X(4).
       01  WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 200 TIMES.
              10 WS-GRP-KEY.
                 15 WS-GRP-PROGRAM  PIC X(16).
                 15 WS-GRP-CAUSE    PIC X(4).
              10 WS-GRP-INCIDENTS   PIC 9(6) COMP.
              10 WS-GRP-FIRST-DATE  PIC 9(8).
              10 WS-GRP-LAST-DATE   PIC 9(8).
              10 WS-GRP-LAST-PARA   PIC X(30).

       01  WS-CAUSE-DESC            PIC X(22).
       01  WS-RECOVERY-TEXT         PIC X(100).

       01  RPT-HEADING-1.
           05 FILLER PIC X(17) VALUE "SYS-INCRPT-86    ".
           05 FILLER PIC X(30) VALUE
               "ABEND INCIDENT REPORT         ".
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 RPT-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6)  VALUE SPACES.
           05 FILLER PIC X(5)  VALUE "PAGE ".
           05 RPT-H1-PAGE PIC ZZZ9.
           05 FILLER PIC X(53) VALUE SPACES.

       01  RPT-COLUMN-HEADING       PIC X(132) VALUE SPACES.

       01  RPT-GROUP-HEADING.
           05 FILLER PIC X(20) VALUE "  PROGRAM           ".
           05 FILLER PIC X(6)  VALUE "CAUSE ".
           05 FILLER PIC X(24) VALUE "DESCRIPTION             ".
           05 FILLER PIC X(5)  VALUE "COUNT".
           05 FILLER PIC X(10) VALUE "  FIRST   ".
           05 FILLER PIC X(10) VALUE "  LAST    ".
           05 FILLER PIC X(16) VALUE "  LAST PARAGRAPH".
           05 FILLER PIC X(41) VALUE SPACES.

       01  RPT-GROUP-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-PROGRAM   PIC X(16).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-CAUSE     PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-DESC      PIC X(22).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-COUNT     PIC Z(4)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-FIRST     PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-LAST      PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-PARA      PIC X(30).
           05 FILLER          PIC X(25) VALUE SPACES.

       01  RPT-RECOVERY-LINE.
           05 FILLER          PIC X(8) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "RECOVERY: ".
           05 RPT-R-TEXT      PIC X(100).
           05 FILLER          PIC X(14) VALUE SPACES.

       01  RPT-DETAIL-HEADING.
           05 FILLER PIC X(10) VALUE "  DATE    ".
           05 FILLER PIC X(8)  VALUE "  TIME  ".
           05 FILLER PIC X(18) VALUE "  PROGRAM         ".
           05 FILLER PIC X(32) VALUE "  PARAGRAPH".
           05 FILLER PIC X(8)  VALUE "  CAUSE ".
           05 FILLER PIC X(32) VALUE "FILE".
           05 FILLER PIC X(4)  VALUE "ST  ".
           05 FILLER PIC X(10) VALUE "RUN DATE  ".
           05 FILLER PIC X(5)  VALUE "BATCH".
           05 FILLER PIC X(5)  VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-D-DATE      PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-D-TIME      PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-D-PROGRAM   PIC X(16).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-D-PARA      PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-D-CAUSE     PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-D-FILE      PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-D-STATUS    PIC X(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-D-RUN-DATE  PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-D-BATCH     PIC 9(8).

       01  RPT-MESSAGE-LINE.
           05 FILLER          PIC X(12) VALUE SPACES.
           05 RPT-M-TEXT      PIC X(60).
           05 FILLER          PIC X(60) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05 RPT-SEC-TEXT    PIC X(60).
           05 FILLER          PIC X(72) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-TOT-LABEL   PIC X(30).
           05 RPT-TOT-VALUE   PIC Z(5)9.
           05 FILLER          PIC X(94) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-INCRPT-86 ABEND INCIDENT REPORT".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P-010-GET-PARAMETERS.
           PERFORM P-100-LOAD-GROUPS.

           OPEN OUTPUT INCIDENT-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN INCRPT.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE "INCRPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN INCRPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           PERFORM P-300-REPORT-GROUPS.
           PERFORM P-400-REPORT-DETAIL.
           PERFORM P-600-PRINT-TOTALS.
           CLOSE INCIDENT-REPORT-FILE.

           DISPLAY "Incident report written to INCRPT.RPT".
           DISPLAY "Incidents on file:   " WS-READ-COUNT.
           DISPLAY "Incidents in period: " WS-PERIOD-COUNT.
           IF WS-PERIOD-COUNT > 0
               DISPLAY "WARNING: " WS-PERIOD-COUNT
                   " ABEND INCIDENTS LOGGED " WS-FROM-DATE
                   " TO " WS-TO-DATE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       P-010-GET-PARAMETERS.
           ACCEPT WS-FROM-DATE-IN.
           IF WS-FROM-DATE-IN = SPACES
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - WS-REVIEW-DAYS)
           ELSE
               IF WS-FROM-DATE-IN-N NOT NUMERIC
                   DISPLAY "ERROR: FROM DATE """ WS-FROM-DATE-IN
                       """ IS NOT A VALID YYYYMMDD DATE"
                   MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "FROM DATE IS NOT A VALID YYYYMMDD DATE"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-FROM-DATE-IN-N TO WS-FROM-DATE
           END-IF.

           ACCEPT WS-TO-DATE-IN.
           IF WS-TO-DATE-IN = SPACES
               MOVE WS-RUN-DATE TO WS-TO-DATE
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
               MOVE "TO DATE IS NOT A VALID YYYYMMDD DATE"
                   TO IL-MESSAGE
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

           DISPLAY "Reporting incidents for " WS-FROM-DATE
               " to " WS-TO-DATE.

       P-050-OPEN-INCIDENTS.
           OPEN INPUT INCIDENT-FILE.
           EVALUATE WS-INCIDENT-STATUS
               WHEN "00"
                   SET INCIDENT-FILE-FOUND TO TRUE
               WHEN "35"
                   MOVE "N" TO WS-INCIDENT-FOUND-SW
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN INCIDENT.DAT, STATUS="
                       WS-INCIDENT-STATUS
                   MOVE "P-050-OPEN-INCIDENTS" TO IL-PARAGRAPH
                   MOVE "INCIDENT.DAT" TO IL-FILE-NAME
                   MOVE WS-INCIDENT-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN INCIDENT.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

       P-060-CHECK-READ.
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           IF WS-INCIDENT-STATUS NOT = "10"
               DISPLAY "ERROR: READING INCIDENT.DAT, STATUS="
                   WS-INCIDENT-STATUS
               MOVE "P-060-CHECK-READ" TO IL-PARAGRAPH
               MOVE "INCIDENT.DAT" TO IL-FILE-NAME
               MOVE WS-INCIDENT-STATUS TO IL-FILE-STATUS
               MOVE "READ ERROR ON INCIDENT.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           CLOSE INCIDENT-FILE.

       P-100-LOAD-GROUPS.
           PERFORM P-050-OPEN-INCIDENTS.
           IF NOT INCIDENT-FILE-FOUND
               DISPLAY "NOTE: INCIDENT.DAT NOT FOUND - "
                   "NO INCIDENTS HAVE BEEN LOGGED"
           ELSE
               PERFORM UNTIL WS-INCIDENT-STATUS NOT = "00"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "10" TO WS-INCIDENT-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE INCIDENT-FILE-RECORD
                               TO INCIDENT-LOG-RECORD
                           IF IL-INCIDENT-DATE NUMERIC
                                   AND IL-INCIDENT-DATE
                                       NOT < WS-FROM-DATE
                                   AND IL-INCIDENT-DATE
                                       NOT > WS-TO-DATE
                               PERFORM P-110-COUNT-INCIDENT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM P-060-CHECK-READ
           END-IF.

       P-110-COUNT-INCIDENT.
           ADD 1 TO WS-PERIOD-COUNT.
           EVALUATE TRUE
               WHEN IL-CAUSE-NO-INPUT
                   ADD 1 TO WS-CNT-NOIN
               WHEN IL-CAUSE-OUT-OF-BALANCE
                   ADD 1 TO WS-CNT-OBAL
               WHEN IL-CAUSE-DUPLICATE
                   ADD 1 TO WS-CNT-DUPL
               WHEN IL-CAUSE-RECONCILE
                   ADD 1 TO WS-CNT-RECN
               WHEN IL-CAUSE-SEGMENT
                   ADD 1 TO WS-CNT-SEGM
               WHEN IL-CAUSE-PARAMETER
                   ADD 1 TO WS-CNT-PARM
               WHEN IL-CAUSE-FILE
                   ADD 1 TO WS-CNT-FILE
               WHEN OTHER
                   ADD 1 TO WS-CNT-DATA
           END-EVALUATE.

           MOVE IL-PROGRAM TO WS-GRP-WANTED-PROGRAM.
           MOVE IL-CAUSE TO WS-GRP-WANTED-CAUSE.
           PERFORM P-120-FIND-GROUP.
           ADD 1 TO WS-GRP-INCIDENTS(WS-GRP-FOUND).
           IF IL-INCIDENT-DATE < WS-GRP-FIRST-DATE(WS-GRP-FOUND)
               MOVE IL-INCIDENT-DATE TO WS-GRP-FIRST-DATE(WS-GRP-FOUND)
           END-IF.
           IF IL-INCIDENT-DATE NOT < WS-GRP-LAST-DATE(WS-GRP-FOUND)
               MOVE IL-INCIDENT-DATE TO WS-GRP-LAST-DATE(WS-GRP-FOUND)
               MOVE IL-PARAGRAPH TO WS-GRP-LAST-PARA(WS-GRP-FOUND)
           END-IF.

       P-120-FIND-GROUP.
           MOVE 0 TO WS-GRP-FOUND.
           MOVE 0 TO WS-GRP-INSERT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                       OR WS-GRP-FOUND > 0
                       OR WS-GRP-INSERT > 0
               IF WS-GRP-KEY(WS-GRP-IDX) = WS-GRP-WANTED
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND
               ELSE
                   IF WS-GRP-KEY(WS-GRP-IDX) > WS-GRP-WANTED
                       MOVE WS-GRP-IDX TO WS-GRP-INSERT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GRP-FOUND = 0
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   DISPLAY "ERROR: PROGRAM/CAUSE GROUPS EXCEED LIMIT "
                       "OF " WS-GRP-MAX " - NARROW THE DATE RANGE"
                   MOVE SPACES TO INCIDENT-LOG-RECORD
                   MOVE "P-120-FIND-GROUP" TO IL-PARAGRAPH
                   MOVE "PROGRAM/CAUSE GROUPS EXCEED LIMIT"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               IF WS-GRP-INSERT = 0
                   COMPUTE WS-GRP-INSERT = WS-GRP-COUNT + 1
               END-IF
               PERFORM VARYING WS-GRP-IDX FROM WS-GRP-COUNT BY -1
                       UNTIL WS-GRP-IDX < WS-GRP-INSERT
                   MOVE WS-GRP-ENTRY(WS-GRP-IDX)
                       TO WS-GRP-ENTRY(WS-GRP-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-INSERT TO WS-GRP-FOUND
               MOVE WS-GRP-WANTED TO WS-GRP-KEY(WS-GRP-FOUND)
               MOVE 0 TO WS-GRP-INCIDENTS(WS-GRP-FOUND)
               MOVE 99999999 TO WS-GRP-FIRST-DATE(WS-GRP-FOUND)
               MOVE 0 TO WS-GRP-LAST-DATE(WS-GRP-FOUND)
               MOVE SPACES TO WS-GRP-LAST-PARA(WS-GRP-FOUND)
           END-IF.

       P-300-REPORT-GROUPS.
           MOVE RPT-GROUP-HEADING TO RPT-COLUMN-HEADING.
           PERFORM P-500-PAGE-HEADING.
           MOVE SPACES TO RPT-SEC-TEXT.
           STRING "INCIDENTS BY PROGRAM AND CAUSE " WS-FROM-DATE
               " TO " WS-TO-DATE DELIMITED BY SIZE INTO RPT-SEC-TEXT.
           WRITE INCIDENT-REPORT-LINE FROM RPT-SECTION-LINE.
           MOVE SPACES TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.

           PERFORM P-310-PRINT-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.

           IF WS-GRP-COUNT = 0
               MOVE "  NONE" TO RPT-SEC-TEXT
               WRITE INCIDENT-REPORT-LINE FROM RPT-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       P-310-PRINT-GROUP.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM P-500-PAGE-HEADING
           END-IF.
           MOVE WS-GRP-PROGRAM(WS-GRP-IDX) TO WS-GRP-WANTED-PROGRAM.
           MOVE WS-GRP-CAUSE(WS-GRP-IDX) TO WS-GRP-WANTED-CAUSE.
           PERFORM P-320-RECOVERY-TEXT.

           MOVE WS-GRP-PROGRAM(WS-GRP-IDX) TO RPT-G-PROGRAM.
           MOVE WS-GRP-CAUSE(WS-GRP-IDX) TO RPT-G-CAUSE.
           MOVE WS-CAUSE-DESC TO RPT-G-DESC.
           MOVE WS-GRP-INCIDENTS(WS-GRP-IDX) TO RPT-G-COUNT.
           MOVE WS-GRP-FIRST-DATE(WS-GRP-IDX) TO RPT-G-FIRST.
           MOVE WS-GRP-LAST-DATE(WS-GRP-IDX) TO RPT-G-LAST.
           MOVE WS-GRP-LAST-PARA(WS-GRP-IDX) TO RPT-G-PARA.
           WRITE INCIDENT-REPORT-LINE FROM RPT-GROUP-LINE.
           MOVE WS-RECOVERY-TEXT TO RPT-R-TEXT.
           WRITE INCIDENT-REPORT-LINE FROM RPT-RECOVERY-LINE.
           MOVE SPACES TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           ADD 3 TO WS-LINE-COUNT.

       P-320-RECOVERY-TEXT.
           MOVE SPACES TO WS-RECOVERY-TEXT.
           EVALUATE TRUE
               WHEN WS-GRP-WANTED-CAUSE = "NOIN"
                   MOVE "INPUT FILE MISSING" TO WS-CAUSE-DESC
                   STRING "CHECK THE DELIVERY ON SRCMON.RPT, "
                       "RESTORE DATASETA.DAT (OR THE INTAKE FILE "
                       "NAMED) AND RERUN"
                       DELIMITED BY SIZE INTO WS-RECOVERY-TEXT
               WHEN WS-GRP-WANTED-CAUSE = "OBAL"
                       AND (WS-GRP-WANTED-PROGRAM = "SYS-WORKER-86"
                           OR WS-GRP-WANTED-PROGRAM = "SYS-MERGE-86")
                   MOVE "SEGMENT OUT OF BALANCE" TO WS-CAUSE-DESC
                   STRING "SEGMENT OR PARTIAL FILE SHORT - RERUN "
                       "SYS-SPLIT-86 FOR THE RUN DATE, THEN EACH "
                       "SYS-WORKER-86 SEGMENT"
                       DELIMITED BY SIZE INTO WS-RECOVERY-TEXT
               WHEN WS-GRP-WANTED-CAUSE = "OBAL"
                   MOVE "TRAILER OUT OF BALANCE" TO WS-CAUSE-DESC
                   STRING "SEE CTLRPT.RPT - HAVE THE SOURCE RESEND A "
                       "CORRECTED FILE AND RERUN; DO NOT EDIT THE "
                       "TRAILER"
                       DELIMITED BY SIZE INTO WS-RECOVERY-TEXT
               WHEN WS-GRP-WANTED-CAUSE = "DUPL"
                   MOVE "DUPLICATE SUBMISSION" TO WS-CAUSE-DESC
                   STRING "IF DELIBERATE PUT Y, SOURCE AND CREATE "
                       "DATE IN RESUBMIT.CTL AND RERUN; ELSE DISCARD "
                       "THE FILE"
                       DELIMITED BY SIZE INTO WS-RECOVERY-TEXT
               WHEN WS-GRP-WANTED-CAUSE = "RECN"
                   MOVE "RECONCILIATION FAILED" TO WS-CAUSE-DESC
                   STRING "COMPPROF.CTL PROFILE DISAGREES WITH "
                       "SUB-COMPUTE-RTN - CORRECT THE PROFILE FOR THE "
                       "SOURCE AND RERUN"
                       DELIMITED BY SIZE INTO WS-RECOVERY-TEXT
               WHEN WS-GRP-WANTED-CAUSE = "SEGM"
                   MOVE "SEGMENT ALREADY CLAIMED" TO WS-CAUSE-DESC
                   STRING "RELEASE THE SEGMENT WITH SYS-RUNCTL-86 "
                       "(SYSIN RUN DATE, SEGMENT NO) AND RERUN "
                       "SYS-WORKER-86"
                       DELIMITED BY SIZE INTO WS-RECOVERY-TEXT
               WHEN WS-GRP-WANTED-CAUSE = "PARM"
                   MOVE "INVALID SYSIN" TO WS-CAUSE-DESC
                   MOVE "CORRECT THE SYSIN PARAMETERS AND RERUN"
                       TO WS-RECOVERY-TEXT
               WHEN WS-GRP-WANTED-CAUSE = "FILE"
                   MOVE "FILE ERROR" TO WS-CAUSE-DESC
                   STRING "CHECK THE DATASET NAMED AND ITS FILE STATUS "
                       "(ALLOCATION, SPACE, RECORD LENGTH) AND RERUN "
                       "THE STEP"
                       DELIMITED BY SIZE INTO WS-RECOVERY-TEXT
               WHEN OTHER
                   MOVE "DATA OR LIMIT ERROR" TO WS-CAUSE-DESC
                   STRING "NO STANDARD RECOVERY - SEE THE ERROR "
                       "MESSAGES IN THE JOB OUTPUT"
                       DELIMITED BY SIZE INTO WS-RECOVERY-TEXT
           END-EVALUATE.

       P-400-REPORT-DETAIL.
           MOVE RPT-DETAIL-HEADING TO RPT-COLUMN-HEADING.
           PERFORM P-500-PAGE-HEADING.
           MOVE SPACES TO RPT-SEC-TEXT.
           STRING "INCIDENT DETAIL " WS-FROM-DATE " TO "
               WS-TO-DATE DELIMITED BY SIZE INTO RPT-SEC-TEXT.
           WRITE INCIDENT-REPORT-LINE FROM RPT-SECTION-LINE.
           MOVE SPACES TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.

           IF WS-PERIOD-COUNT > 0
               PERFORM P-050-OPEN-INCIDENTS
               PERFORM UNTIL WS-INCIDENT-STATUS NOT = "00"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "10" TO WS-INCIDENT-STATUS
                       NOT AT END
                           MOVE INCIDENT-FILE-RECORD
                               TO INCIDENT-LOG-RECORD
                           IF IL-INCIDENT-DATE NUMERIC
                                   AND IL-INCIDENT-DATE
                                       NOT < WS-FROM-DATE
                                   AND IL-INCIDENT-DATE
                                       NOT > WS-TO-DATE
                               PERFORM P-410-PRINT-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM P-060-CHECK-READ
           ELSE
               MOVE "  NONE" TO RPT-SEC-TEXT
               WRITE INCIDENT-REPORT-LINE FROM RPT-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       P-410-PRINT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM P-500-PAGE-HEADING
           END-IF.

           MOVE IL-INCIDENT-DATE TO RPT-D-DATE.
           MOVE IL-INCIDENT-TIME TO RPT-D-TIME.
           MOVE IL-PROGRAM TO RPT-D-PROGRAM.
           MOVE IL-PARAGRAPH TO RPT-D-PARA.
           MOVE IL-CAUSE TO RPT-D-CAUSE.
           MOVE IL-FILE-NAME TO RPT-D-FILE.
           MOVE IL-FILE-STATUS TO RPT-D-STATUS.
           MOVE IL-RUN-DATE TO RPT-D-RUN-DATE.
           MOVE IL-BATCH-ID TO RPT-D-BATCH.
           WRITE INCIDENT-REPORT-LINE FROM RPT-DETAIL-LINE.
           MOVE IL-MESSAGE TO RPT-M-TEXT.
           WRITE INCIDENT-REPORT-LINE FROM RPT-MESSAGE-LINE.
           ADD 2 TO WS-LINE-COUNT.

       P-500-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-HEADING-1.
           WRITE INCIDENT-REPORT-LINE FROM RPT-COLUMN-HEADING.
           MOVE SPACES TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       P-600-PRINT-TOTALS.
           MOVE SPACES TO INCIDENT-REPORT-LINE.
           WRITE INCIDENT-REPORT-LINE.
           MOVE "RUN TOTALS" TO RPT-SEC-TEXT.
           WRITE INCIDENT-REPORT-LINE FROM RPT-SECTION-LINE.

           MOVE "INCIDENTS ON INCIDENT.DAT" TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "INCIDENTS IN PERIOD" TO RPT-TOT-LABEL.
           MOVE WS-PERIOD-COUNT TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  INPUT FILE MISSING" TO RPT-TOT-LABEL.
           MOVE WS-CNT-NOIN TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  OUT OF BALANCE" TO RPT-TOT-LABEL.
           MOVE WS-CNT-OBAL TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  DUPLICATE SUBMISSION" TO RPT-TOT-LABEL.
           MOVE WS-CNT-DUPL TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  RECONCILIATION FAILED" TO RPT-TOT-LABEL.
           MOVE WS-CNT-RECN TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  SEGMENT ALREADY CLAIMED" TO RPT-TOT-LABEL.
           MOVE WS-CNT-SEGM TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  INVALID SYSIN" TO RPT-TOT-LABEL.
           MOVE WS-CNT-PARM TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  FILE ERROR" TO RPT-TOT-LABEL.
           MOVE WS-CNT-FILE TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  DATA OR LIMIT ERROR" TO RPT-TOT-LABEL.
           MOVE WS-CNT-DATA TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "PROGRAM/CAUSE GROUPS" TO RPT-TOT-LABEL.
           MOVE WS-GRP-COUNT TO RPT-TOT-VALUE.
           WRITE INCIDENT-REPORT-LINE FROM RPT-TOTAL-LINE.

       P-999-ABEND.
           DISPLAY "SYS-INCRPT-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-INCRPT-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-INCRPT-86.
