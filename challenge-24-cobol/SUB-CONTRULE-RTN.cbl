       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-CONTRULE-RTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTENT-RULE-FILE ASSIGN TO "CONTRULE.CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTRULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTENT-RULE-FILE
           RECORDING MODE IS F.
       01  CONTENT-RULE-RECORD.
           05 QF-DEST-ID            PIC X(8).
           05 QF-ALPHA-SW           PIC X.
           05 QF-DIGIT-SW           PIC X.
           05 QF-SPACE-SW           PIC X.
           05 QF-PUNCT-SW           PIC X.
           05 QF-EXTRA-CHARS        PIC X(20).
           05 QF-PREFIX             PIC X(20).
           05 QF-PATTERN            PIC X(40).
           05 QF-LIMITS.
              10 QF-MIN-LENGTH      PIC 9(3).
              10 QF-MAX-LENGTH      PIC 9(3).
              10 QF-MAX-UNKNOWN-PCT PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-CONTRULE-STATUS       PIC X(2).
       01  WS-DEST-IDX              PIC 9(2) COMP.
       01  WS-CHAR-IDX              PIC 9(4) COMP.
       01  WS-DEFAULT-SW            PIC X VALUE "N".
           88 DEFAULT-RULE-FOUND           VALUE "Y".
       01  WS-MATCH-SW              PIC X.
           88 RULE-DEST-MATCHED            VALUE "Y".

       01  WS-DEFAULT-ENTRY         PIC X(101).

       COPY INCLREC.

       LINKAGE SECTION.
       COPY TRANTBL.
       COPY CONTRULE.

       PROCEDURE DIVISION USING BY REFERENCE TRAN-TABLE-AREA
                                              CONTENT-RULE-AREA.
       QL-000-MAIN.
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           MOVE "N" TO WS-DEFAULT-SW.
           MOVE SPACES TO WS-DEFAULT-ENTRY.
           PERFORM QL-050-CLEAR-RULE
               VARYING WS-DEST-IDX FROM 1 BY 1
               UNTIL WS-DEST-IDX > 4.

           OPEN INPUT CONTENT-RULE-FILE.
           IF WS-CONTRULE-STATUS = "35"
               DISPLAY "NOTE: CONTRULE.CTL NOT FOUND - NO CONTENT "
                   "RULES IN EFFECT"
               EXIT PROGRAM
           END-IF.
           IF WS-CONTRULE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN CONTRULE.CTL, STATUS="
                   WS-CONTRULE-STATUS
               MOVE "QL-000-MAIN" TO IL-PARAGRAPH
               MOVE "CONTRULE.CTL" TO IL-FILE-NAME
               MOVE WS-CONTRULE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN CONTRULE.CTL" TO IL-MESSAGE
               PERFORM QL-999-ABEND
           END-IF.

           PERFORM UNTIL WS-CONTRULE-STATUS = "10"
               READ CONTENT-RULE-FILE
                   AT END
                       MOVE "10" TO WS-CONTRULE-STATUS
                   NOT AT END
                       PERFORM QL-100-EDIT-RULE
                       PERFORM QL-200-APPLY-RULE
               END-READ
           END-PERFORM.

           IF DEFAULT-RULE-FOUND
               PERFORM QL-300-APPLY-DEFAULT
                   VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > TA-DEST-COUNT
           END-IF.

           CLOSE CONTENT-RULE-FILE.

           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > TA-DEST-COUNT
               IF QT-RULE-PRESENT(WS-DEST-IDX)
                   DISPLAY "Content rule " QT-RULE-ID(WS-DEST-IDX)
                       " in effect for destination "
                       TA-DEST-ID(WS-DEST-IDX)
               ELSE
                   DISPLAY "NOTE: NO CONTENT RULE FOR DESTINATION "
                       TA-DEST-ID(WS-DEST-IDX)
               END-IF
           END-PERFORM.
           EXIT PROGRAM.

       QL-050-CLEAR-RULE.
           MOVE "N" TO QT-RULE-SW(WS-DEST-IDX).
           MOVE SPACES TO QT-RULE-ID(WS-DEST-IDX).
           MOVE "N" TO QT-ALPHA-SW(WS-DEST-IDX).
           MOVE "N" TO QT-DIGIT-SW(WS-DEST-IDX).
           MOVE "N" TO QT-SPACE-SW(WS-DEST-IDX).
           MOVE "N" TO QT-PUNCT-SW(WS-DEST-IDX).
           MOVE "N" TO QT-CLASS-SW(WS-DEST-IDX).
           MOVE SPACES TO QT-EXTRA-CHARS(WS-DEST-IDX).
           MOVE 0 TO QT-EXTRA-LENGTH(WS-DEST-IDX).
           MOVE SPACES TO QT-PREFIX(WS-DEST-IDX).
           MOVE 0 TO QT-PREFIX-LENGTH(WS-DEST-IDX).
           MOVE SPACES TO QT-PATTERN(WS-DEST-IDX).
           MOVE 0 TO QT-PATTERN-LENGTH(WS-DEST-IDX).
           MOVE 0 TO QT-MIN-LENGTH(WS-DEST-IDX).
           MOVE 0 TO QT-MAX-LENGTH(WS-DEST-IDX).
           MOVE 100 TO QT-MAX-UNKNOWN-PCT(WS-DEST-IDX).

       QL-100-EDIT-RULE.
           IF QF-DEST-ID = SPACES
               DISPLAY "ERROR: CONTRULE.CTL RECORD HAS NO "
                   "DESTINATION ID"
               MOVE "QL-100-EDIT-RULE" TO IL-PARAGRAPH
               MOVE "CONTRULE.CTL" TO IL-FILE-NAME
               MOVE "CONTRULE.CTL RECORD HAS NO DESTINATION ID"
                   TO IL-MESSAGE
               PERFORM QL-999-ABEND
           END-IF.
           IF QF-LIMITS NOT NUMERIC
               DISPLAY "ERROR: CONTRULE.CTL RULE FOR " QF-DEST-ID
                   " HAS A NON-NUMERIC LENGTH OR PERCENTAGE"
               MOVE "QL-100-EDIT-RULE" TO IL-PARAGRAPH
               MOVE "CONTRULE.CTL" TO IL-FILE-NAME
               MOVE "CONTRULE.CTL RULE HAS A NON-NUMERIC LENGTH"
                   TO IL-MESSAGE
               PERFORM QL-999-ABEND
           END-IF.
           IF QF-MAX-LENGTH > 0 AND QF-MIN-LENGTH > QF-MAX-LENGTH
               DISPLAY "ERROR: CONTRULE.CTL RULE FOR " QF-DEST-ID
                   " HAS MINIMUM LENGTH " QF-MIN-LENGTH
                   " ABOVE MAXIMUM " QF-MAX-LENGTH
               MOVE "QL-100-EDIT-RULE" TO IL-PARAGRAPH
               MOVE "CONTRULE.CTL" TO IL-FILE-NAME
               MOVE "CONTRULE.CTL RULE HAS MINIMUM LENGTH ABOVE MAXIMUM"
                   TO IL-MESSAGE
               PERFORM QL-999-ABEND
           END-IF.
           IF QF-MAX-UNKNOWN-PCT > 100
               DISPLAY "ERROR: CONTRULE.CTL RULE FOR " QF-DEST-ID
                   " HAS UNKNOWN PERCENTAGE " QF-MAX-UNKNOWN-PCT
                   " (MUST BE 0-100)"
               MOVE "QL-100-EDIT-RULE" TO IL-PARAGRAPH
               MOVE "CONTRULE.CTL" TO IL-FILE-NAME
               MOVE "CONTRULE.CTL RULE HAS UNKNOWN PERCENTAGE"
                   TO IL-MESSAGE
               PERFORM QL-999-ABEND
           END-IF.
           IF (QF-ALPHA-SW NOT = "Y" AND NOT = "N" AND NOT = SPACE)
                   OR (QF-DIGIT-SW NOT = "Y" AND NOT = "N"
                       AND NOT = SPACE)
                   OR (QF-SPACE-SW NOT = "Y" AND NOT = "N"
                       AND NOT = SPACE)
                   OR (QF-PUNCT-SW NOT = "Y" AND NOT = "N"
                       AND NOT = SPACE)
               DISPLAY "ERROR: CONTRULE.CTL RULE FOR " QF-DEST-ID
                   " HAS A CHARACTER CLASS FLAG OTHER THAN Y/N"
               MOVE "QL-100-EDIT-RULE" TO IL-PARAGRAPH
               MOVE "CONTRULE.CTL" TO IL-FILE-NAME
               MOVE "CONTRULE.CTL RULE HAS A CHARACTER CLASS FLAG OTHER"
                   TO IL-MESSAGE
               PERFORM QL-999-ABEND
           END-IF.

       QL-200-APPLY-RULE.
           IF QF-DEST-ID = "*"
               IF DEFAULT-RULE-FOUND
                   DISPLAY "ERROR: CONTRULE.CTL HAS MORE THAN ONE "
                       "DEFAULT (*) RULE"
                   MOVE "QL-200-APPLY-RULE" TO IL-PARAGRAPH
                   MOVE "CONTRULE.CTL" TO IL-FILE-NAME
                   MOVE "CONTRULE.CTL HAS MORE THAN ONE DEFAULT (*)"
                       TO IL-MESSAGE
                   PERFORM QL-999-ABEND
               END-IF
               SET DEFAULT-RULE-FOUND TO TRUE
               MOVE CONTENT-RULE-RECORD TO WS-DEFAULT-ENTRY
           ELSE
               MOVE "N" TO WS-MATCH-SW
               PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                       UNTIL WS-DEST-IDX > TA-DEST-COUNT
                   IF TA-DEST-ID(WS-DEST-IDX) = QF-DEST-ID
                       SET RULE-DEST-MATCHED TO TRUE
                       IF QT-RULE-PRESENT(WS-DEST-IDX)
                           DISPLAY "ERROR: CONTRULE.CTL HAS MORE "
                               "THAN ONE RULE FOR " QF-DEST-ID
                           MOVE "QL-200-APPLY-RULE" TO IL-PARAGRAPH
                           MOVE "CONTRULE.CTL" TO IL-FILE-NAME
                           MOVE "CONTRULE.CTL HAS MORE THAN ONE RULE"
                               TO IL-MESSAGE
                           PERFORM QL-999-ABEND
                       END-IF
                       PERFORM QL-400-LOAD-RULE
                   END-IF
               END-PERFORM
               IF NOT RULE-DEST-MATCHED
                   DISPLAY "NOTE: CONTRULE.CTL RULE FOR " QF-DEST-ID
                       " IGNORED - DESTINATION NOT IN USE"
               END-IF
           END-IF.

       QL-300-APPLY-DEFAULT.
           IF NOT QT-RULE-PRESENT(WS-DEST-IDX)
               MOVE WS-DEFAULT-ENTRY TO CONTENT-RULE-RECORD
               PERFORM QL-400-LOAD-RULE
           END-IF.

       QL-400-LOAD-RULE.
           SET QT-RULE-PRESENT(WS-DEST-IDX) TO TRUE.
           MOVE QF-DEST-ID TO QT-RULE-ID(WS-DEST-IDX).
           IF QF-ALPHA-SW = "Y"
               SET QT-ALPHA-ALLOWED(WS-DEST-IDX) TO TRUE
               SET QT-CLASS-CHECKED(WS-DEST-IDX) TO TRUE
           END-IF.
           IF QF-DIGIT-SW = "Y"
               SET QT-DIGIT-ALLOWED(WS-DEST-IDX) TO TRUE
               SET QT-CLASS-CHECKED(WS-DEST-IDX) TO TRUE
           END-IF.
           IF QF-SPACE-SW = "Y"
               SET QT-SPACE-ALLOWED(WS-DEST-IDX) TO TRUE
               SET QT-CLASS-CHECKED(WS-DEST-IDX) TO TRUE
           END-IF.
           IF QF-PUNCT-SW = "Y"
               SET QT-PUNCT-ALLOWED(WS-DEST-IDX) TO TRUE
               SET QT-CLASS-CHECKED(WS-DEST-IDX) TO TRUE
           END-IF.
           MOVE QF-EXTRA-CHARS TO QT-EXTRA-CHARS(WS-DEST-IDX).
           MOVE QF-PREFIX TO QT-PREFIX(WS-DEST-IDX).
           MOVE QF-PATTERN TO QT-PATTERN(WS-DEST-IDX).

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 20
               IF QF-EXTRA-CHARS(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO QT-EXTRA-LENGTH(WS-DEST-IDX)
               END-IF
           END-PERFORM.
           IF QT-EXTRA-LENGTH(WS-DEST-IDX) > 0
               SET QT-CLASS-CHECKED(WS-DEST-IDX) TO TRUE
           END-IF.

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 20
               IF QF-PREFIX(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO QT-PREFIX-LENGTH(WS-DEST-IDX)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40
               IF QF-PATTERN(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO QT-PATTERN-LENGTH(WS-DEST-IDX)
               END-IF
           END-PERFORM.

           MOVE QF-MIN-LENGTH TO QT-MIN-LENGTH(WS-DEST-IDX).
           MOVE QF-MAX-LENGTH TO QT-MAX-LENGTH(WS-DEST-IDX).
           MOVE QF-MAX-UNKNOWN-PCT TO QT-MAX-UNKNOWN-PCT(WS-DEST-IDX).

       QL-999-ABEND.
           DISPLAY "SUB-CONTRULE-RTN ABENDING - SEE PRIOR MESSAGES".
           MOVE "SUB-CONTRULE-RTN" TO IL-PROGRAM.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SUB-CONTRULE-RTN.
