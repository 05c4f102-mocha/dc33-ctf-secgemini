       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-SEARCH-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT RUNHIST-ARCHIVE-FILE ASSIGN TO "RUNHARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNARCH-STATUS.

           SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDITMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-AUDMST-STATUS.

           SELECT AUDMST-ARCHIVE-FILE ASSIGN TO "AUDMARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT SEARCH-REPORT-FILE ASSIGN TO "SEARCH.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       COPY RUNHREC.

       FD  RUNHIST-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  RUNHIST-ARCHIVE-RECORD   PIC X(250).

       FD  AUDIT-MASTER-FILE.
       COPY AUDMREC.

       FD  AUDMST-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  AUDMST-ARCHIVE-RECORD    PIC X(36).

       FD  SEARCH-REPORT-FILE
           RECORDING MODE IS F.
       01  SEARCH-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNHIST-STATUS        PIC X(2).
       01  WS-RUNARCH-STATUS        PIC X(2).
       01  WS-AUDMST-STATUS         PIC X(2).
       01  WS-AUDARCH-STATUS        PIC X(2).
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
       01  WS-SEARCH-DAYS           PIC 9(4) COMP VALUE 31.

       01  WS-SEARCH-TYPE           PIC X.
           88 SEARCH-BY-POINT              VALUE "P".
           88 SEARCH-BY-RESULT             VALUE "R".
           88 SEARCH-BY-REJECT             VALUE "J".
           88 SEARCH-BY-TEXT               VALUE "T".
           88 SEARCH-TYPE-VALID            VALUE "P" "R" "J" "T".
       01  WS-SEARCH-VALUE          PIC X(50).
       01  WS-VALUE-LEN             PIC 9(4) COMP.
       01  WS-SEARCH-NUM            PIC S9(5) COMP.
       01  WS-SEARCH-NUM-EDIT       PIC -(4)9.
       01  WS-DIGIT-COUNT           PIC 9(4) COMP.
       01  WS-SCAN-IDX              PIC 9(4) COMP.
       01  WS-SCAN-CHAR             PIC X.
       01  WS-SCAN-DIGIT REDEFINES WS-SCAN-CHAR
                                    PIC 9.
       01  WS-NEGATIVE-SW           PIC X.
           88 VALUE-NEGATIVE               VALUE "Y".
       01  WS-VALUE-SW              PIC X.
           88 VALUE-INVALID                VALUE "Y".
       01  WS-TEXT-POS              PIC 9(4) COMP.
       01  WS-TEXT-LAST             PIC 9(4) COMP.
       01  WS-TEXT-LEN              PIC 9(4) COMP.

       01  WS-SOURCE                PIC X(7).
       01  WS-LOOKUP-BATCH          PIC X(8).

       01  WS-RUN-MAX               PIC 9(4) COMP VALUE 3000.
       01  WS-RUN-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-RUN-IDX               PIC 9(4) COMP.
       01  WS-RUN-FOUND-IDX         PIC 9(4) COMP.
       01  WS-RUN-FULL-SW           PIC X VALUE "N".
           88 RUN-TABLE-FULL               VALUE "Y".
       01  WS-LAST-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-LAST-RUN-SEQ          PIC 9(2) VALUE 0.

       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 3000 TIMES.
              10 WS-RT-RUN-DATE     PIC 9(8).
              10 WS-RT-RUN-SEQ      PIC 9(2).
              10 WS-RT-BATCH-ID     PIC 9(8).

       01  WS-PAGE-NUMBER           PIC 9(4) COMP VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) COMP VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(4) COMP VALUE 55.

       01  WS-RH-LIVE-READ          PIC 9(8) COMP VALUE 0.
       01  WS-RH-ARCH-READ          PIC 9(8) COMP VALUE 0.
       01  WS-AM-LIVE-READ          PIC 9(8) COMP VALUE 0.
       01  WS-AM-ARCH-READ          PIC 9(8) COMP VALUE 0.
       01  WS-HIT-LIVE              PIC 9(8) COMP VALUE 0.
       01  WS-HIT-ARCH              PIC 9(8) COMP VALUE 0.
       01  WS-HIT-COUNT             PIC 9(8) COMP VALUE 0.

       01  RPT-HEADING-1.
           05 FILLER PIC X(17) VALUE "SYS-SEARCH-86    ".
           05 FILLER PIC X(30) VALUE
               "HISTORY SEARCH REPORT         ".
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 RPT-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6)  VALUE SPACES.
           05 FILLER PIC X(5)  VALUE "PAGE ".
           05 RPT-H1-PAGE PIC ZZZ9.
           05 FILLER PIC X(53) VALUE SPACES.

       01  RPT-HEADING-2.
           05 FILLER PIC X(10) VALUE "  RUN DATE".
           05 FILLER PIC X(5)  VALUE "  SEQ".
           05 FILLER PIC X(10) VALUE "  BATCH ID".
           05 FILLER PIC X(8)  VALUE " MESSAGE".
           05 FILLER PIC X(9)  VALUE " POSITION".
           05 FILLER PIC X(9)  VALUE "  SOURCE ".
           05 FILLER PIC X(11) VALUE " DATA-POINT".
           05 FILLER PIC X(7)  VALUE "  VAR-N".
           05 FILLER PIC X(9)  VALUE " VAR-RSLT".
           05 FILLER PIC X(10) VALUE "  RESULT  ".
           05 FILLER PIC X(44) VALUE "TEXT".

       01  RPT-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-DET-RUN-DATE PIC 9(8).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 RPT-DET-RUN-SEQ PIC 9(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-DET-BATCH-ID PIC X(8).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 RPT-DET-MSG-SEQ PIC Z(3)9.
           05 FILLER          PIC X(5) VALUE SPACES.
           05 RPT-DET-POSITION PIC Z(3)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-DET-SOURCE  PIC X(7).
           05 RPT-DET-AUDIT-PART.
              10 FILLER          PIC X(6) VALUE SPACES.
              10 RPT-DET-DATA-POINT PIC -(4)9.
              10 FILLER          PIC X(3) VALUE SPACES.
              10 RPT-DET-VAR-N   PIC Z(3)9.
              10 FILLER          PIC X(5) VALUE SPACES.
              10 RPT-DET-VAR-RSLT PIC Z(3)9.
              10 FILLER          PIC X(2) VALUE SPACES.
              10 RPT-DET-RESULT  PIC X(8).
           05 RPT-DET-TEXT    PIC X(40).
           05 FILLER          PIC X(4) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05 RPT-SEC-TEXT    PIC X(80).
           05 FILLER          PIC X(52) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-TOT-LABEL   PIC X(30).
           05 RPT-TOT-VALUE   PIC Z(7)9.
           05 FILLER          PIC X(92) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-SEARCH-86 HISTORY SEARCH".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P-010-GET-PARAMETERS.
           PERFORM P-030-OPEN-REPORT.

           PERFORM P-100-SEARCH-RUNHIST.
           PERFORM P-150-SEARCH-RUNHARCH.
           IF NOT SEARCH-BY-TEXT
               PERFORM P-200-SEARCH-AUDITMST
               PERFORM P-250-SEARCH-AUDMARCH
           END-IF.

           IF WS-HIT-COUNT = 0
               MOVE "  NO MATCHING HISTORY FOUND" TO RPT-SEC-TEXT
               WRITE SEARCH-REPORT-LINE FROM RPT-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM P-300-PRINT-TOTALS.
           CLOSE SEARCH-REPORT-FILE.

           DISPLAY "History search report written to SEARCH.RPT".
           DISPLAY "Matches on live masters: " WS-HIT-LIVE.
           DISPLAY "Matches in archives:     " WS-HIT-ARCH.
           IF RUN-TABLE-FULL
               DISPLAY "WARNING: MORE THAN " WS-RUN-MAX
                   " RUNS IN THE DATE RANGE - SOME BATCH IDS SHOWN"
                   " AS UNKNOWN"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       P-010-GET-PARAMETERS.
           ACCEPT WS-SEARCH-TYPE.
           IF NOT SEARCH-TYPE-VALID
               DISPLAY "ERROR: SEARCH TYPE """ WS-SEARCH-TYPE
                   """ IS NOT P, R, J OR T"
               MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "SEARCH TYPE IS NOT P, R, J OR T" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           ACCEPT WS-SEARCH-VALUE.
           MOVE 50 TO WS-VALUE-LEN.
           PERFORM UNTIL WS-VALUE-LEN = 0
                   OR WS-SEARCH-VALUE(WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM.
           EVALUATE TRUE
               WHEN SEARCH-BY-REJECT
                   MOVE SPACES TO WS-SEARCH-VALUE
                   MOVE 0 TO WS-VALUE-LEN
               WHEN WS-VALUE-LEN = 0
                   DISPLAY "ERROR: A SEARCH VALUE IS REQUIRED FOR "
                       "SEARCH TYPE " WS-SEARCH-TYPE
                   MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "A SEARCH VALUE IS REQUIRED FOR SEARCH TYPE"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               WHEN SEARCH-BY-POINT OR SEARCH-BY-RESULT
                   PERFORM P-015-EDIT-NUMBER
           END-EVALUATE.

           ACCEPT WS-FROM-DATE-IN.
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
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-TO-INT = 0
               DISPLAY "ERROR: TO DATE " WS-TO-DATE
                   " IS NOT A VALID YYYYMMDD DATE"
               MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "TO DATE IS NOT A VALID YYYYMMDD DATE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           IF WS-FROM-DATE-IN = SPACES
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TO-INT - WS-SEARCH-DAYS)
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
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           IF WS-FROM-INT = 0
               DISPLAY "ERROR: FROM DATE " WS-FROM-DATE
                   " IS NOT A VALID YYYYMMDD DATE"
               MOVE "P-010-GET-PARAMETERS" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "FROM DATE IS NOT A VALID YYYYMMDD DATE"
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

           DISPLAY "Searching history from " WS-FROM-DATE
               " to " WS-TO-DATE.

       P-015-EDIT-NUMBER.
           MOVE 0 TO WS-SEARCH-NUM.
           MOVE 0 TO WS-DIGIT-COUNT.
           MOVE "N" TO WS-NEGATIVE-SW.
           MOVE "N" TO WS-VALUE-SW.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-VALUE-LEN
               MOVE WS-SEARCH-VALUE(WS-SCAN-IDX:1) TO WS-SCAN-CHAR
               EVALUATE TRUE
                   WHEN WS-SCAN-CHAR = "-" AND WS-SCAN-IDX = 1
                           AND SEARCH-BY-POINT
                       SET VALUE-NEGATIVE TO TRUE
                   WHEN WS-SCAN-CHAR NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                       IF WS-DIGIT-COUNT <= 4
                           COMPUTE WS-SEARCH-NUM =
                               WS-SEARCH-NUM * 10 + WS-SCAN-DIGIT
                       END-IF
                   WHEN OTHER
                       SET VALUE-INVALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF WS-DIGIT-COUNT = 0 OR WS-DIGIT-COUNT > 4
               SET VALUE-INVALID TO TRUE
           END-IF.
           IF VALUE-INVALID
               DISPLAY "ERROR: SEARCH VALUE """
                   WS-SEARCH-VALUE(1:WS-VALUE-LEN)
                   """ IS NOT A WHOLE NUMBER OF UP TO 4 DIGITS"
               MOVE "P-015-EDIT-NUMBER" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "SEARCH VALUE IS NOT A WHOLE NUMBER"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF VALUE-NEGATIVE
               COMPUTE WS-SEARCH-NUM = 0 - WS-SEARCH-NUM
           END-IF.

       P-030-OPEN-REPORT.
           OPEN OUTPUT SEARCH-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SEARCH.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-030-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "SEARCH.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN SEARCH.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           PERFORM P-500-PAGE-HEADING.
           MOVE SPACES TO RPT-SEC-TEXT.
           MOVE WS-SEARCH-NUM TO WS-SEARCH-NUM-EDIT.
           EVALUATE TRUE
               WHEN SEARCH-BY-POINT
                   STRING "SEARCH BY DATA-POINT = " WS-SEARCH-NUM-EDIT
                       DELIMITED BY SIZE INTO RPT-SEC-TEXT
               WHEN SEARCH-BY-RESULT
                   STRING "SEARCH BY VAR-RSLT = " WS-SEARCH-NUM-EDIT
                       DELIMITED BY SIZE INTO RPT-SEC-TEXT
               WHEN SEARCH-BY-REJECT
                   MOVE "SEARCH FOR REJECTED DATA-POINTS"
                       TO RPT-SEC-TEXT
               WHEN SEARCH-BY-TEXT
                   STRING "SEARCH FOR TEXT """
                       WS-SEARCH-VALUE(1:WS-VALUE-LEN) """"
                       DELIMITED BY SIZE INTO RPT-SEC-TEXT
           END-EVALUATE.
           WRITE SEARCH-REPORT-LINE FROM RPT-SECTION-LINE.
           MOVE SPACES TO RPT-SEC-TEXT.
           STRING "RUN DATES " WS-FROM-DATE " TO " WS-TO-DATE
               " - LIVE MASTERS AND ARCHIVES"
               DELIMITED BY SIZE INTO RPT-SEC-TEXT.
           WRITE SEARCH-REPORT-LINE FROM RPT-SECTION-LINE.
           MOVE SPACES TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.
           ADD 3 TO WS-LINE-COUNT.

       P-100-SEARCH-RUNHIST.
           MOVE "LIVE" TO WS-SOURCE.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS = "35"
               DISPLAY "NOTE: RUNHIST.DAT NOT FOUND - SKIPPED"
           ELSE
               IF WS-RUNHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, "
                       "STATUS=" WS-RUNHIST-STATUS
                   MOVE "P-100-SEARCH-RUNHIST" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-FROM-DATE TO RH-RUN-DATE
               MOVE 0 TO RH-RUN-SEQ
               MOVE 0 TO RH-MSG-SEQ
               START RUN-HISTORY-FILE KEY >= RH-KEY
                   INVALID KEY
                       MOVE "10" TO WS-RUNHIST-STATUS
               END-START
               PERFORM UNTIL WS-RUNHIST-STATUS NOT = "00"
                   READ RUN-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-RUNHIST-STATUS
                       NOT AT END
                           IF RH-RUN-DATE > WS-TO-DATE
                               MOVE "10" TO WS-RUNHIST-STATUS
                           ELSE
                               ADD 1 TO WS-RH-LIVE-READ
                               PERFORM P-110-CHECK-RUNHIST
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RUNHIST-STATUS NOT = "10"
                   DISPLAY "ERROR: READING RUNHIST.DAT, STATUS="
                       WS-RUNHIST-STATUS
                   MOVE "P-100-SEARCH-RUNHIST" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "READ ERROR ON RUNHIST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               CLOSE RUN-HISTORY-FILE
           END-IF.

       P-110-CHECK-RUNHIST.
           PERFORM P-120-STORE-RUN.
           IF SEARCH-BY-TEXT AND RH-MSG-SEQ > 0
               COMPUTE WS-TEXT-LAST = 201 - WS-VALUE-LEN
               PERFORM VARYING WS-TEXT-POS FROM 1 BY 1
                       UNTIL WS-TEXT-POS > WS-TEXT-LAST
                   IF RH-OUTPUT-BUFFER(WS-TEXT-POS:WS-VALUE-LEN)
                           = WS-SEARCH-VALUE(1:WS-VALUE-LEN)
                       PERFORM P-130-PRINT-TEXT-HIT
                   END-IF
               END-PERFORM
           END-IF.

       P-120-STORE-RUN.
           IF RH-RUN-DATE = WS-LAST-RUN-DATE
                   AND RH-RUN-SEQ = WS-LAST-RUN-SEQ
               CONTINUE
           ELSE
               MOVE RH-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE RH-RUN-SEQ TO WS-LAST-RUN-SEQ
               PERFORM P-400-FIND-RUN
               IF WS-RUN-FOUND-IDX = 0
                   IF WS-RUN-COUNT >= WS-RUN-MAX
                       SET RUN-TABLE-FULL TO TRUE
                   ELSE
                       ADD 1 TO WS-RUN-COUNT
                       MOVE RH-RUN-DATE
                           TO WS-RT-RUN-DATE(WS-RUN-COUNT)
                       MOVE RH-RUN-SEQ
                           TO WS-RT-RUN-SEQ(WS-RUN-COUNT)
                       MOVE RH-BATCH-ID
                           TO WS-RT-BATCH-ID(WS-RUN-COUNT)
                   END-IF
               END-IF
           END-IF.

       P-130-PRINT-TEXT-HIT.
           MOVE RH-RUN-DATE TO RPT-DET-RUN-DATE.
           MOVE RH-RUN-SEQ TO RPT-DET-RUN-SEQ.
           MOVE RH-BATCH-ID TO RPT-DET-BATCH-ID.
           MOVE RH-MSG-SEQ TO RPT-DET-MSG-SEQ.
           MOVE WS-TEXT-POS TO RPT-DET-POSITION.
           MOVE SPACES TO RPT-DET-AUDIT-PART.
           MOVE SPACES TO RPT-DET-TEXT.
           COMPUTE WS-TEXT-LEN = 201 - WS-TEXT-POS.
           IF WS-TEXT-LEN > 40
               MOVE 40 TO WS-TEXT-LEN
           END-IF.
           MOVE RH-OUTPUT-BUFFER(WS-TEXT-POS:WS-TEXT-LEN)
               TO RPT-DET-TEXT.
           PERFORM P-450-PRINT-HIT.

       P-150-SEARCH-RUNHARCH.
           MOVE "ARCHIVE" TO WS-SOURCE.
           OPEN INPUT RUNHIST-ARCHIVE-FILE.
           IF WS-RUNARCH-STATUS = "35"
               DISPLAY "NOTE: RUNHARCH.DAT NOT FOUND - NO ARCHIVED "
                   "RUN HISTORY"
           ELSE
               IF WS-RUNARCH-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN RUNHARCH.DAT, "
                       "STATUS=" WS-RUNARCH-STATUS
                   MOVE "P-150-SEARCH-RUNHARCH" TO IL-PARAGRAPH
                   MOVE "RUNHARCH.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNARCH-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN RUNHARCH.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM UNTIL WS-RUNARCH-STATUS NOT = "00"
                   READ RUNHIST-ARCHIVE-FILE
                       INTO RUN-HISTORY-RECORD
                       AT END
                           MOVE "10" TO WS-RUNARCH-STATUS
                       NOT AT END
                           IF RH-RUN-DATE >= WS-FROM-DATE
                                   AND RH-RUN-DATE <= WS-TO-DATE
                               ADD 1 TO WS-RH-ARCH-READ
                               PERFORM P-110-CHECK-RUNHIST
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RUNARCH-STATUS NOT = "10"
                   DISPLAY "ERROR: READING RUNHARCH.DAT, STATUS="
                       WS-RUNARCH-STATUS
                   MOVE "P-150-SEARCH-RUNHARCH" TO IL-PARAGRAPH
                   MOVE "RUNHARCH.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNARCH-STATUS TO IL-FILE-STATUS
                   MOVE "READ ERROR ON RUNHARCH.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               CLOSE RUNHIST-ARCHIVE-FILE
           END-IF.

       P-200-SEARCH-AUDITMST.
           MOVE "LIVE" TO WS-SOURCE.
           MOVE 0 TO WS-LAST-RUN-DATE.
           MOVE 0 TO WS-LAST-RUN-SEQ.
           OPEN INPUT AUDIT-MASTER-FILE.
           IF WS-AUDMST-STATUS = "35"
               DISPLAY "NOTE: AUDITMST.DAT NOT FOUND - SKIPPED"
           ELSE
               IF WS-AUDMST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN AUDITMST.DAT, "
                       "STATUS=" WS-AUDMST-STATUS
                   MOVE "P-200-SEARCH-AUDITMST" TO IL-PARAGRAPH
                   MOVE "AUDITMST.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN AUDITMST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-FROM-DATE TO AM-RUN-DATE
               MOVE 0 TO AM-RUN-SEQ
               MOVE 0 TO AM-MSG-SEQ
               MOVE 0 TO AM-POSITION
               START AUDIT-MASTER-FILE KEY >= AM-KEY
                   INVALID KEY
                       MOVE "10" TO WS-AUDMST-STATUS
               END-START
               PERFORM UNTIL WS-AUDMST-STATUS NOT = "00"
                   READ AUDIT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-AUDMST-STATUS
                       NOT AT END
                           IF AM-RUN-DATE > WS-TO-DATE
                               MOVE "10" TO WS-AUDMST-STATUS
                           ELSE
                               ADD 1 TO WS-AM-LIVE-READ
                               PERFORM P-210-CHECK-AUDITMST
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-AUDMST-STATUS NOT = "10"
                   DISPLAY "ERROR: READING AUDITMST.DAT, STATUS="
                       WS-AUDMST-STATUS
                   MOVE "P-200-SEARCH-AUDITMST" TO IL-PARAGRAPH
                   MOVE "AUDITMST.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
                   MOVE "READ ERROR ON AUDITMST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               CLOSE AUDIT-MASTER-FILE
           END-IF.

       P-210-CHECK-AUDITMST.
           EVALUATE TRUE
               WHEN SEARCH-BY-POINT
                   IF AM-DATA-POINT = WS-SEARCH-NUM
                       PERFORM P-220-PRINT-AUDIT-HIT
                   END-IF
               WHEN SEARCH-BY-RESULT
                   IF AM-RESULT-SW = "Y"
                           AND AM-VAR-RSLT = WS-SEARCH-NUM
                       PERFORM P-220-PRINT-AUDIT-HIT
                   END-IF
               WHEN SEARCH-BY-REJECT
                   IF AM-RESULT-SW NOT = "Y"
                       PERFORM P-220-PRINT-AUDIT-HIT
                   END-IF
           END-EVALUATE.

       P-220-PRINT-AUDIT-HIT.
           MOVE AM-RUN-DATE TO RPT-DET-RUN-DATE.
           MOVE AM-RUN-SEQ TO RPT-DET-RUN-SEQ.
           PERFORM P-410-LOOKUP-BATCH.
           MOVE WS-LOOKUP-BATCH TO RPT-DET-BATCH-ID.
           MOVE AM-MSG-SEQ TO RPT-DET-MSG-SEQ.
           MOVE AM-POSITION TO RPT-DET-POSITION.
           MOVE SPACES TO RPT-DET-AUDIT-PART.
           MOVE AM-DATA-POINT TO RPT-DET-DATA-POINT.
           IF AM-RESULT-SW = "Y"
               MOVE AM-VAR-N TO RPT-DET-VAR-N
               MOVE AM-VAR-RSLT TO RPT-DET-VAR-RSLT
               MOVE "VALID" TO RPT-DET-RESULT
           ELSE
               MOVE "REJECTED" TO RPT-DET-RESULT
           END-IF.
           MOVE SPACES TO RPT-DET-TEXT.
           PERFORM P-450-PRINT-HIT.

       P-250-SEARCH-AUDMARCH.
           MOVE "ARCHIVE" TO WS-SOURCE.
           MOVE 0 TO WS-LAST-RUN-DATE.
           MOVE 0 TO WS-LAST-RUN-SEQ.
           OPEN INPUT AUDMST-ARCHIVE-FILE.
           IF WS-AUDARCH-STATUS = "35"
               DISPLAY "NOTE: AUDMARCH.DAT NOT FOUND - NO ARCHIVED "
                   "AUDIT DETAIL"
           ELSE
               IF WS-AUDARCH-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN AUDMARCH.DAT, "
                       "STATUS=" WS-AUDARCH-STATUS
                   MOVE "P-250-SEARCH-AUDMARCH" TO IL-PARAGRAPH
                   MOVE "AUDMARCH.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDARCH-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN AUDMARCH.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM UNTIL WS-AUDARCH-STATUS NOT = "00"
                   READ AUDMST-ARCHIVE-FILE
                       INTO AUDIT-MASTER-RECORD
                       AT END
                           MOVE "10" TO WS-AUDARCH-STATUS
                       NOT AT END
                           IF AM-RUN-DATE >= WS-FROM-DATE
                                   AND AM-RUN-DATE <= WS-TO-DATE
                               ADD 1 TO WS-AM-ARCH-READ
                               PERFORM P-210-CHECK-AUDITMST
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-AUDARCH-STATUS NOT = "10"
                   DISPLAY "ERROR: READING AUDMARCH.DAT, STATUS="
                       WS-AUDARCH-STATUS
                   MOVE "P-250-SEARCH-AUDMARCH" TO IL-PARAGRAPH
                   MOVE "AUDMARCH.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDARCH-STATUS TO IL-FILE-STATUS
                   MOVE "READ ERROR ON AUDMARCH.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               CLOSE AUDMST-ARCHIVE-FILE
           END-IF.

       P-300-PRINT-TOTALS.
           MOVE SPACES TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.
           MOVE "RUN TOTALS" TO RPT-SEC-TEXT.
           WRITE SEARCH-REPORT-LINE FROM RPT-SECTION-LINE.

           MOVE "RUNHIST RECORDS SEARCHED" TO RPT-TOT-LABEL.
           MOVE WS-RH-LIVE-READ TO RPT-TOT-VALUE.
           WRITE SEARCH-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "RUNHARCH RECORDS SEARCHED" TO RPT-TOT-LABEL.
           MOVE WS-RH-ARCH-READ TO RPT-TOT-VALUE.
           WRITE SEARCH-REPORT-LINE FROM RPT-TOTAL-LINE.

           IF NOT SEARCH-BY-TEXT
               MOVE "AUDITMST RECORDS SEARCHED" TO RPT-TOT-LABEL
               MOVE WS-AM-LIVE-READ TO RPT-TOT-VALUE
               WRITE SEARCH-REPORT-LINE FROM RPT-TOTAL-LINE
               MOVE "AUDMARCH RECORDS SEARCHED" TO RPT-TOT-LABEL
               MOVE WS-AM-ARCH-READ TO RPT-TOT-VALUE
               WRITE SEARCH-REPORT-LINE FROM RPT-TOTAL-LINE
           END-IF.

           MOVE "MATCHES ON LIVE MASTERS" TO RPT-TOT-LABEL.
           MOVE WS-HIT-LIVE TO RPT-TOT-VALUE.
           WRITE SEARCH-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "MATCHES IN ARCHIVES" TO RPT-TOT-LABEL.
           MOVE WS-HIT-ARCH TO RPT-TOT-VALUE.
           WRITE SEARCH-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "TOTAL MATCHES" TO RPT-TOT-LABEL.
           MOVE WS-HIT-COUNT TO RPT-TOT-VALUE.
           WRITE SEARCH-REPORT-LINE FROM RPT-TOTAL-LINE.

       P-400-FIND-RUN.
           MOVE 0 TO WS-RUN-FOUND-IDX.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                       OR WS-RUN-FOUND-IDX > 0
               IF WS-RT-RUN-DATE(WS-RUN-IDX) = RH-RUN-DATE
                       AND WS-RT-RUN-SEQ(WS-RUN-IDX) = RH-RUN-SEQ
                   MOVE WS-RUN-IDX TO WS-RUN-FOUND-IDX
               END-IF
           END-PERFORM.

       P-410-LOOKUP-BATCH.
           IF AM-RUN-DATE = WS-LAST-RUN-DATE
                   AND AM-RUN-SEQ = WS-LAST-RUN-SEQ
               CONTINUE
           ELSE
               MOVE AM-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE AM-RUN-SEQ TO WS-LAST-RUN-SEQ
               MOVE "UNKNOWN" TO WS-LOOKUP-BATCH
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF WS-RT-RUN-DATE(WS-RUN-IDX) = AM-RUN-DATE
                           AND WS-RT-RUN-SEQ(WS-RUN-IDX) = AM-RUN-SEQ
                       MOVE WS-RT-BATCH-ID(WS-RUN-IDX)
                           TO WS-LOOKUP-BATCH
                   END-IF
               END-PERFORM
           END-IF.

       P-450-PRINT-HIT.
           ADD 1 TO WS-HIT-COUNT.
           IF WS-SOURCE = "LIVE"
               ADD 1 TO WS-HIT-LIVE
           ELSE
               ADD 1 TO WS-HIT-ARCH
           END-IF.
           MOVE WS-SOURCE TO RPT-DET-SOURCE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM P-500-PAGE-HEADING
           END-IF.
           WRITE SEARCH-REPORT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       P-500-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE.
           WRITE SEARCH-REPORT-LINE FROM RPT-HEADING-1.
           WRITE SEARCH-REPORT-LINE FROM RPT-HEADING-2.
           MOVE SPACES TO SEARCH-REPORT-LINE.
           WRITE SEARCH-REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       P-999-ABEND.
           DISPLAY "SYS-SEARCH-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-SEARCH-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-SEARCH-86.
