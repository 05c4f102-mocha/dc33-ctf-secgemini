       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-SECRPT-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-VIOLATION-FILE ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-KEY
               FILE STATUS IS WS-SECVIOL-STATUS.

           SELECT USER-SECURITY-FILE ASSIGN TO "USERSEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USER-ID
               FILE STATUS IS WS-USERSEC-STATUS.

           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-VIOLATION-FILE.
       COPY SECVREC.

       FD  USER-SECURITY-FILE.
       COPY USECREC.

       FD  SECURITY-REPORT-FILE
           RECORDING MODE IS F.
       01  SECURITY-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SECVIOL-STATUS        PIC X(2).
       01  WS-USERSEC-STATUS        PIC X(2).
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
       01  WS-REVIEW-DAYS           PIC 9(4) COMP VALUE 91.

       01  WS-SECVIOL-OPEN-SW       PIC X VALUE "N".
           88 SECVIOL-OPEN                 VALUE "Y".
       01  WS-USERSEC-OPEN-SW       PIC X VALUE "N".
           88 USERSEC-OPEN                 VALUE "Y".

       01  WS-PAGE-NUMBER           PIC 9(4) COMP VALUE 0.
       01  WS-LINE-COUNT            PIC 9(4) COMP VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(4) COMP VALUE 55.
       01  WS-LIMIT-IDX             PIC 9(2) COMP.
       01  WS-LIMIT-COUNT           PIC 9(2) COMP.

       01  WS-VIOL-COUNT            PIC 9(6) COMP VALUE 0.
       01  WS-VIOL-NOUS             PIC 9(6) COMP VALUE 0.
       01  WS-VIOL-NOIQ             PIC 9(6) COMP VALUE 0.
       01  WS-VIOL-NOMT             PIC 9(6) COMP VALUE 0.
       01  WS-VIOL-NOUP             PIC 9(6) COMP VALUE 0.
       01  WS-VIOL-DEST             PIC 9(6) COMP VALUE 0.
       01  WS-VIOL-SECF             PIC 9(6) COMP VALUE 0.
       01  WS-VIOL-NOAD             PIC 9(6) COMP VALUE 0.
       01  WS-VIOL-NOPR             PIC 9(6) COMP VALUE 0.
       01  WS-VIOL-OTHER            PIC 9(6) COMP VALUE 0.

       01  WS-GRANT-COUNT           PIC 9(6) COMP VALUE 0.
       01  WS-GRANT-INQUIRY         PIC 9(6) COMP VALUE 0.
       01  WS-GRANT-BROWSE          PIC 9(6) COMP VALUE 0.
       01  WS-GRANT-UPDATE          PIC 9(6) COMP VALUE 0.
       01  WS-GRANT-UPD-ALL         PIC 9(6) COMP VALUE 0.
       01  WS-GRANT-ADHOC-DEC       PIC 9(6) COMP VALUE 0.
       01  WS-GRANT-ADHOC-PRO       PIC 9(6) COMP VALUE 0.
       01  WS-GRANT-NONE            PIC 9(6) COMP VALUE 0.

       01  RPT-HEADING-1.
           05 FILLER PIC X(17) VALUE "SYS-SECRPT-86    ".
           05 FILLER PIC X(30) VALUE
               "ACCESS REVIEW REPORT          ".
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 RPT-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6)  VALUE SPACES.
           05 FILLER PIC X(5)  VALUE "PAGE ".
           05 RPT-H1-PAGE PIC ZZZ9.
           05 FILLER PIC X(53) VALUE SPACES.

       01  RPT-COLUMN-HEADING       PIC X(132) VALUE SPACES.

       01  RPT-VIOL-HEADING.
           05 FILLER PIC X(10) VALUE "  DATE    ".
           05 FILLER PIC X(8)  VALUE "TIME    ".
           05 FILLER PIC X(10) VALUE "USER      ".
           05 FILLER PIC X(6)  VALUE "TERM  ".
           05 FILLER PIC X(6)  VALUE "TRAN  ".
           05 FILLER PIC X(10) VALUE "PROGRAM   ".
           05 FILLER PIC X(9)  VALUE "ACTION   ".
           05 FILLER PIC X(10) VALUE "DEST      ".
           05 FILLER PIC X(6)  VALUE "REASON".
           05 FILLER PIC X(57) VALUE SPACES.

       01  RPT-VIOL-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-V-DATE      PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-V-TIME      PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-V-USER      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-V-TERM      PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-V-TRAN      PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-V-PROGRAM   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-V-ACTION    PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-V-DEST      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-V-REASON    PIC X(40).
           05 FILLER          PIC X(21) VALUE SPACES.

       01  RPT-GRANT-HEADING.
           05 FILLER PIC X(12) VALUE "  USER      ".
           05 FILLER PIC X(7)  VALUE "INQ    ".
           05 FILLER PIC X(8)  VALUE "MAINT   ".
           05 FILLER PIC X(9)  VALUE "AD-HOC   ".
           05 FILLER PIC X(37) VALUE "DESTINATIONS".
           05 FILLER PIC X(10) VALUE "GRANTOR   ".
           05 FILLER PIC X(10) VALUE "GRANT DATE".
           05 FILLER PIC X(39) VALUE SPACES.

       01  RPT-GRANT-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-USER      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-INQUIRY   PIC X(3).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 RPT-G-MAINT     PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-ADHOC     PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-DEST-ENTRY OCCURS 4 TIMES.
              10 RPT-G-DEST   PIC X(8).
              10 FILLER       PIC X(1) VALUE SPACE.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RPT-G-GRANT-USER PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RPT-G-GRANT-DATE PIC 9(8).
           05 FILLER          PIC X(41) VALUE SPACES.

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
           DISPLAY "SYS-SECRPT-86 ACCESS REVIEW REPORT".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM P-010-GET-PARAMETERS.
           PERFORM P-020-OPEN-FILES.

           PERFORM P-100-REPORT-VIOLATIONS.
           PERFORM P-200-REPORT-GRANTS.
           PERFORM P-300-PRINT-TOTALS.

           IF SECVIOL-OPEN
               CLOSE SECURITY-VIOLATION-FILE
           END-IF.
           IF USERSEC-OPEN
               CLOSE USER-SECURITY-FILE
           END-IF.
           CLOSE SECURITY-REPORT-FILE.

           DISPLAY "Access review report written to SECRPT.RPT".
           DISPLAY "Violations reported: " WS-VIOL-COUNT.
           DISPLAY "Users with grants:   " WS-GRANT-COUNT.
           IF WS-VIOL-COUNT > 0
               DISPLAY "WARNING: " WS-VIOL-COUNT
                   " DENIED ACCESS ATTEMPTS LOGGED " WS-FROM-DATE
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

           DISPLAY "Reporting violations for " WS-FROM-DATE
               " to " WS-TO-DATE.

       P-020-OPEN-FILES.
           OPEN INPUT SECURITY-VIOLATION-FILE.
           EVALUATE WS-SECVIOL-STATUS
               WHEN "00"
                   SET SECVIOL-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "NOTE: SECVIOL.DAT NOT FOUND - "
                       "NO VIOLATIONS HAVE BEEN LOGGED"
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN SECVIOL.DAT, STATUS="
                       WS-SECVIOL-STATUS
                   MOVE "P-020-OPEN-FILES" TO IL-PARAGRAPH
                   MOVE "SECVIOL.DAT" TO IL-FILE-NAME
                   MOVE WS-SECVIOL-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN SECVIOL.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

           OPEN INPUT USER-SECURITY-FILE.
           EVALUATE WS-USERSEC-STATUS
               WHEN "00"
                   SET USERSEC-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "WARNING: USERSEC.DAT NOT FOUND - "
                       "NO USER HAS ACCESS TO P86Q, P86T OR P86A"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN USERSEC.DAT, STATUS="
                       WS-USERSEC-STATUS
                   MOVE "P-020-OPEN-FILES" TO IL-PARAGRAPH
                   MOVE "USERSEC.DAT" TO IL-FILE-NAME
                   MOVE WS-USERSEC-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN USERSEC.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-EVALUATE.

           OPEN OUTPUT SECURITY-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SECRPT.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-020-OPEN-FILES" TO IL-PARAGRAPH
               MOVE "SECRPT.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN SECRPT.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-100-REPORT-VIOLATIONS.
           MOVE RPT-VIOL-HEADING TO RPT-COLUMN-HEADING.
           PERFORM P-500-PAGE-HEADING.
           MOVE SPACES TO RPT-SEC-TEXT.
           STRING "SECURITY VIOLATIONS " WS-FROM-DATE " TO "
               WS-TO-DATE DELIMITED BY SIZE INTO RPT-SEC-TEXT.
           WRITE SECURITY-REPORT-LINE FROM RPT-SECTION-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.

           IF SECVIOL-OPEN
               MOVE LOW-VALUES TO SV-KEY
               MOVE WS-FROM-DATE TO SV-DATE
               START SECURITY-VIOLATION-FILE KEY >= SV-KEY
                   INVALID KEY
                       MOVE "10" TO WS-SECVIOL-STATUS
               END-START
               PERFORM UNTIL WS-SECVIOL-STATUS NOT = "00"
                   READ SECURITY-VIOLATION-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SECVIOL-STATUS
                       NOT AT END
                           IF SV-DATE > WS-TO-DATE
                               MOVE "10" TO WS-SECVIOL-STATUS
                           ELSE
                               PERFORM P-110-PRINT-VIOLATION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SECVIOL-STATUS NOT = "10"
                   DISPLAY "ERROR: READING SECVIOL.DAT, STATUS="
                       WS-SECVIOL-STATUS
                   MOVE "P-100-REPORT-VIOLATIONS" TO IL-PARAGRAPH
                   MOVE "SECVIOL.DAT" TO IL-FILE-NAME
                   MOVE WS-SECVIOL-STATUS TO IL-FILE-STATUS
                   MOVE "READ ERROR ON SECVIOL.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.

           IF WS-VIOL-COUNT = 0
               MOVE "  NONE" TO RPT-SEC-TEXT
               WRITE SECURITY-REPORT-LINE FROM RPT-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       P-110-PRINT-VIOLATION.
           ADD 1 TO WS-VIOL-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM P-500-PAGE-HEADING
           END-IF.

           MOVE SV-DATE TO RPT-V-DATE.
           MOVE SV-TIME TO RPT-V-TIME.
           MOVE SV-USER-ID TO RPT-V-USER.
           MOVE SV-TERM-ID TO RPT-V-TERM.
           MOVE SV-TRAN-ID TO RPT-V-TRAN.
           MOVE SV-PROGRAM TO RPT-V-PROGRAM.
           MOVE SV-DEST-ID TO RPT-V-DEST.
           EVALUATE TRUE
               WHEN SV-ACTION = "E"
                   MOVE "ENTRY" TO RPT-V-ACTION
               WHEN SV-PROGRAM = "SYSP86AD" AND SV-ACTION = "D"
                   MOVE "DECODE" TO RPT-V-ACTION
               WHEN SV-PROGRAM = "SYSP86AD" AND SV-ACTION = "V"
                   MOVE "VIEW" TO RPT-V-ACTION
               WHEN SV-PROGRAM = "SYSP86AD" AND SV-ACTION = "P"
                   MOVE "PROMOTE" TO RPT-V-ACTION
               WHEN SV-ACTION = "A"
                   MOVE "ADD" TO RPT-V-ACTION
               WHEN SV-ACTION = "C"
                   MOVE "CHANGE" TO RPT-V-ACTION
               WHEN SV-ACTION = "D"
                   MOVE "DELETE" TO RPT-V-ACTION
               WHEN OTHER
                   MOVE SV-ACTION TO RPT-V-ACTION
           END-EVALUATE.
           PERFORM P-120-REASON-TEXT.
           WRITE SECURITY-REPORT-LINE FROM RPT-VIOL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       P-120-REASON-TEXT.
           EVALUATE TRUE
               WHEN SV-NO-USER-RECORD
                   MOVE "USER NOT ON USERSEC" TO RPT-V-REASON
                   ADD 1 TO WS-VIOL-NOUS
               WHEN SV-NO-INQUIRY
                   MOVE "NO INQUIRY GRANT" TO RPT-V-REASON
                   ADD 1 TO WS-VIOL-NOIQ
               WHEN SV-NO-MAINT
                   MOVE "NO TABLE MAINTENANCE GRANT" TO RPT-V-REASON
                   ADD 1 TO WS-VIOL-NOMT
               WHEN SV-NO-UPDATE
                   MOVE "BROWSE ONLY - UPDATE ATTEMPTED"
                       TO RPT-V-REASON
                   ADD 1 TO WS-VIOL-NOUP
               WHEN SV-DEST-NOT-GRANTED
                   MOVE "DESTINATION NOT GRANTED" TO RPT-V-REASON
                   ADD 1 TO WS-VIOL-DEST
               WHEN SV-SECFILE-ERROR
                   MOVE "USERSEC UNAVAILABLE" TO RPT-V-REASON
                   ADD 1 TO WS-VIOL-SECF
               WHEN SV-NO-ADHOC
                   MOVE "NO AD-HOC DECODE GRANT" TO RPT-V-REASON
                   ADD 1 TO WS-VIOL-NOAD
               WHEN SV-NO-PROMOTE
                   MOVE "DECODE ONLY - PROMOTE ATTEMPTED"
                       TO RPT-V-REASON
                   ADD 1 TO WS-VIOL-NOPR
               WHEN OTHER
                   MOVE SPACES TO RPT-V-REASON
                   STRING "REASON CODE " SV-REASON
                       DELIMITED BY SIZE INTO RPT-V-REASON
                   ADD 1 TO WS-VIOL-OTHER
           END-EVALUATE.

       P-200-REPORT-GRANTS.
           MOVE RPT-GRANT-HEADING TO RPT-COLUMN-HEADING.
           PERFORM P-500-PAGE-HEADING.
           MOVE "CURRENT ACCESS GRANTS" TO RPT-SEC-TEXT.
           WRITE SECURITY-REPORT-LINE FROM RPT-SECTION-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.

           IF USERSEC-OPEN
               PERFORM UNTIL WS-USERSEC-STATUS NOT = "00"
                   READ USER-SECURITY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-USERSEC-STATUS
                       NOT AT END
                           PERFORM P-210-PRINT-GRANT
                   END-READ
               END-PERFORM
               IF WS-USERSEC-STATUS NOT = "10"
                   DISPLAY "ERROR: READING USERSEC.DAT, STATUS="
                       WS-USERSEC-STATUS
                   MOVE "P-200-REPORT-GRANTS" TO IL-PARAGRAPH
                   MOVE "USERSEC.DAT" TO IL-FILE-NAME
                   MOVE WS-USERSEC-STATUS TO IL-FILE-STATUS
                   MOVE "READ ERROR ON USERSEC.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.

           IF WS-GRANT-COUNT = 0
               MOVE "  NONE" TO RPT-SEC-TEXT
               WRITE SECURITY-REPORT-LINE FROM RPT-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       P-210-PRINT-GRANT.
           ADD 1 TO WS-GRANT-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM P-500-PAGE-HEADING
           END-IF.

           MOVE US-USER-ID TO RPT-G-USER.
           IF US-INQUIRY-ALLOWED
               MOVE "YES" TO RPT-G-INQUIRY
               ADD 1 TO WS-GRANT-INQUIRY
           ELSE
               MOVE "NO" TO RPT-G-INQUIRY
           END-IF.

           MOVE 0 TO WS-LIMIT-COUNT.
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > 4
               MOVE US-DEST-LIMIT(WS-LIMIT-IDX)
                   TO RPT-G-DEST(WS-LIMIT-IDX)
               IF US-DEST-LIMIT(WS-LIMIT-IDX) NOT = SPACES
                   ADD 1 TO WS-LIMIT-COUNT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN US-MAINT-UPDATE
                   MOVE "UPDATE" TO RPT-G-MAINT
                   ADD 1 TO WS-GRANT-UPDATE
                   IF WS-LIMIT-COUNT = 0
                       ADD 1 TO WS-GRANT-UPD-ALL
                   END-IF
               WHEN US-MAINT-BROWSE
                   MOVE "BROWSE" TO RPT-G-MAINT
                   ADD 1 TO WS-GRANT-BROWSE
               WHEN OTHER
                   MOVE "NONE" TO RPT-G-MAINT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN US-ADHOC-PROMOTE
                   MOVE "PROMOTE" TO RPT-G-ADHOC
                   ADD 1 TO WS-GRANT-ADHOC-PRO
               WHEN US-ADHOC-DECODE
                   MOVE "DECODE" TO RPT-G-ADHOC
                   ADD 1 TO WS-GRANT-ADHOC-DEC
               WHEN OTHER
                   MOVE "NONE" TO RPT-G-ADHOC
           END-EVALUATE.
           IF NOT US-INQUIRY-ALLOWED
                   AND NOT US-MAINT-UPDATE
                   AND NOT US-MAINT-BROWSE
                   AND NOT US-ADHOC-DECODE
                   AND NOT US-ADHOC-PROMOTE
               ADD 1 TO WS-GRANT-NONE
           END-IF.

           IF US-MAINT-NONE
                   AND NOT US-ADHOC-DECODE
                   AND NOT US-ADHOC-PROMOTE
               MOVE SPACES TO RPT-G-DEST(1)
           ELSE
               IF WS-LIMIT-COUNT = 0
                   MOVE "ALL" TO RPT-G-DEST(1)
               END-IF
           END-IF.

           MOVE US-GRANT-USER TO RPT-G-GRANT-USER.
           MOVE US-GRANT-DATE TO RPT-G-GRANT-DATE.
           WRITE SECURITY-REPORT-LINE FROM RPT-GRANT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       P-300-PRINT-TOTALS.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE "RUN TOTALS" TO RPT-SEC-TEXT.
           WRITE SECURITY-REPORT-LINE FROM RPT-SECTION-LINE.

           MOVE "VIOLATIONS REPORTED" TO RPT-TOT-LABEL.
           MOVE WS-VIOL-COUNT TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  USER NOT ON USERSEC" TO RPT-TOT-LABEL.
           MOVE WS-VIOL-NOUS TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  NO INQUIRY GRANT" TO RPT-TOT-LABEL.
           MOVE WS-VIOL-NOIQ TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  NO MAINTENANCE GRANT" TO RPT-TOT-LABEL.
           MOVE WS-VIOL-NOMT TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  UPDATE BY BROWSE-ONLY USER" TO RPT-TOT-LABEL.
           MOVE WS-VIOL-NOUP TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  DESTINATION NOT GRANTED" TO RPT-TOT-LABEL.
           MOVE WS-VIOL-DEST TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  USERSEC UNAVAILABLE" TO RPT-TOT-LABEL.
           MOVE WS-VIOL-SECF TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  NO AD-HOC DECODE GRANT" TO RPT-TOT-LABEL.
           MOVE WS-VIOL-NOAD TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  PROMOTE BY DECODE-ONLY USER" TO RPT-TOT-LABEL.
           MOVE WS-VIOL-NOPR TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           IF WS-VIOL-OTHER > 0
               MOVE "  OTHER REASON CODES" TO RPT-TOT-LABEL
               MOVE WS-VIOL-OTHER TO RPT-TOT-VALUE
               WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE
           END-IF.

           MOVE "USERS ON USERSEC" TO RPT-TOT-LABEL.
           MOVE WS-GRANT-COUNT TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  INQUIRY GRANTS" TO RPT-TOT-LABEL.
           MOVE WS-GRANT-INQUIRY TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  MAINTENANCE BROWSE GRANTS" TO RPT-TOT-LABEL.
           MOVE WS-GRANT-BROWSE TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  MAINTENANCE UPDATE GRANTS" TO RPT-TOT-LABEL.
           MOVE WS-GRANT-UPDATE TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "    FOR ALL DESTINATIONS" TO RPT-TOT-LABEL.
           MOVE WS-GRANT-UPD-ALL TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  AD-HOC DECODE-ONLY GRANTS" TO RPT-TOT-LABEL.
           MOVE WS-GRANT-ADHOC-DEC TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  AD-HOC PROMOTE GRANTS" TO RPT-TOT-LABEL.
           MOVE WS-GRANT-ADHOC-PRO TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

           MOVE "  USERS WITH NO ACCESS" TO RPT-TOT-LABEL.
           MOVE WS-GRANT-NONE TO RPT-TOT-VALUE.
           WRITE SECURITY-REPORT-LINE FROM RPT-TOTAL-LINE.

       P-500-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE.
           WRITE SECURITY-REPORT-LINE FROM RPT-HEADING-1.
           WRITE SECURITY-REPORT-LINE FROM RPT-COLUMN-HEADING.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       P-999-ABEND.
           DISPLAY "SYS-SECRPT-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-SECRPT-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-SECRPT-86.
