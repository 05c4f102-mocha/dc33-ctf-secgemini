       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-CONTCHK-RTN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DEST-IDX              PIC 9(2) COMP.
       01  WS-TEXT-LENGTH           PIC 9(4) COMP.
       01  WS-POS                   PIC 9(4) COMP.
       01  WS-EXTRA-IDX             PIC 9(4) COMP.
       01  WS-UNKNOWN-LIMIT         PIC 9(6) COMP.
       01  WS-UNKNOWN-TOTAL         PIC 9(6) COMP.
       01  WS-CHAR                  PIC X.
       01  WS-PATTERN-CHAR          PIC X.
       01  WS-CLASS-SW              PIC X.
           88 CHAR-IS-LETTER               VALUE "A".
           88 CHAR-IS-DIGIT                VALUE "9".
           88 CHAR-IS-SPACE                VALUE "S".
           88 CHAR-IS-PUNCT                VALUE "P".
       01  WS-ALLOWED-SW            PIC X.
           88 CHAR-ALLOWED                 VALUE "Y".

       LINKAGE SECTION.
       COPY CONTRULE.
       COPY CONTCHK.

       PROCEDURE DIVISION USING BY REFERENCE CONTENT-RULE-AREA
                                              CONTENT-CHECK-AREA.
       QC-000-MAIN.
           SET CK-PASSED TO TRUE.
           MOVE SPACES TO CK-FAIL-RULE.
           MOVE 0 TO CK-FAIL-POSITION.
           MOVE 0 TO CK-UNKNOWN-COUNT.
           MOVE 0 TO CK-UNKNOWN-PCT.
           MOVE CK-DEST-IDX TO WS-DEST-IDX.
           MOVE CK-TEXT-LENGTH TO WS-TEXT-LENGTH.
           IF WS-TEXT-LENGTH > 400
               MOVE 400 TO WS-TEXT-LENGTH
           END-IF.

           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TEXT-LENGTH
               IF CK-TEXT(WS-POS:1) = "?"
                   ADD 1 TO CK-UNKNOWN-COUNT
               END-IF
           END-PERFORM.
           IF WS-TEXT-LENGTH > 0
               COMPUTE CK-UNKNOWN-PCT ROUNDED =
                   CK-UNKNOWN-COUNT * 100 / WS-TEXT-LENGTH
           END-IF.

           IF WS-DEST-IDX < 1 OR WS-DEST-IDX > 4
               EXIT PROGRAM
           END-IF.
           IF NOT QT-RULE-PRESENT(WS-DEST-IDX)
               EXIT PROGRAM
           END-IF.

           PERFORM QC-100-CHECK-LENGTH.
           IF CK-PASSED
               PERFORM QC-200-CHECK-UNKNOWN
           END-IF.
           IF CK-PASSED
               PERFORM QC-300-CHECK-PREFIX
           END-IF.
           IF CK-PASSED
               PERFORM QC-400-CHECK-PATTERN
           END-IF.
           IF CK-PASSED
               PERFORM QC-500-CHECK-CHARACTERS
           END-IF.
           EXIT PROGRAM.

       QC-100-CHECK-LENGTH.
           IF QT-MIN-LENGTH(WS-DEST-IDX) > 0
                   AND WS-TEXT-LENGTH < QT-MIN-LENGTH(WS-DEST-IDX)
               SET CK-FAILED TO TRUE
               SET CK-FAIL-MIN-LENGTH TO TRUE
               MOVE WS-TEXT-LENGTH TO CK-FAIL-POSITION
           END-IF.
           IF QT-MAX-LENGTH(WS-DEST-IDX) > 0
                   AND WS-TEXT-LENGTH > QT-MAX-LENGTH(WS-DEST-IDX)
               SET CK-FAILED TO TRUE
               SET CK-FAIL-MAX-LENGTH TO TRUE
               COMPUTE CK-FAIL-POSITION =
                   QT-MAX-LENGTH(WS-DEST-IDX) + 1
           END-IF.

       QC-200-CHECK-UNKNOWN.
           COMPUTE WS-UNKNOWN-TOTAL = CK-UNKNOWN-COUNT * 100.
           COMPUTE WS-UNKNOWN-LIMIT =
               QT-MAX-UNKNOWN-PCT(WS-DEST-IDX) * WS-TEXT-LENGTH.
           IF WS-UNKNOWN-TOTAL > WS-UNKNOWN-LIMIT
               SET CK-FAILED TO TRUE
               SET CK-FAIL-UNKNOWN TO TRUE
               PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > WS-TEXT-LENGTH
                       OR CK-FAIL-POSITION > 0
                   IF CK-TEXT(WS-POS:1) = "?"
                       MOVE WS-POS TO CK-FAIL-POSITION
                   END-IF
               END-PERFORM
           END-IF.

       QC-300-CHECK-PREFIX.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > QT-PREFIX-LENGTH(WS-DEST-IDX)
                   OR CK-FAILED
               IF WS-POS > WS-TEXT-LENGTH
                   SET CK-FAILED TO TRUE
               ELSE
                   IF CK-TEXT(WS-POS:1)
                           NOT = QT-PREFIX(WS-DEST-IDX)(WS-POS:1)
                       SET CK-FAILED TO TRUE
                   END-IF
               END-IF
               IF CK-FAILED
                   SET CK-FAIL-PREFIX TO TRUE
                   MOVE WS-POS TO CK-FAIL-POSITION
               END-IF
           END-PERFORM.

       QC-400-CHECK-PATTERN.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > QT-PATTERN-LENGTH(WS-DEST-IDX)
                   OR CK-FAILED
               MOVE QT-PATTERN(WS-DEST-IDX)(WS-POS:1)
                   TO WS-PATTERN-CHAR
               IF WS-POS > WS-TEXT-LENGTH
                   SET CK-FAILED TO TRUE
               ELSE
                   MOVE CK-TEXT(WS-POS:1) TO WS-CHAR
                   PERFORM QC-600-CLASSIFY-CHAR
                   EVALUATE WS-PATTERN-CHAR
                       WHEN "A"
                           IF NOT CHAR-IS-LETTER
                               SET CK-FAILED TO TRUE
                           END-IF
                       WHEN "9"
                           IF NOT CHAR-IS-DIGIT
                               SET CK-FAILED TO TRUE
                           END-IF
                       WHEN "X"
                           CONTINUE
                       WHEN OTHER
                           IF WS-CHAR NOT = WS-PATTERN-CHAR
                               SET CK-FAILED TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
               IF CK-FAILED
                   SET CK-FAIL-PATTERN TO TRUE
                   MOVE WS-POS TO CK-FAIL-POSITION
               END-IF
           END-PERFORM.

       QC-500-CHECK-CHARACTERS.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TEXT-LENGTH
                   OR CK-FAILED
                   OR NOT QT-CLASS-CHECKED(WS-DEST-IDX)
               MOVE CK-TEXT(WS-POS:1) TO WS-CHAR
               PERFORM QC-600-CLASSIFY-CHAR
               MOVE "N" TO WS-ALLOWED-SW
               EVALUATE TRUE
                   WHEN WS-CHAR = "?"
                       SET CHAR-ALLOWED TO TRUE
                   WHEN CHAR-IS-LETTER
                       AND QT-ALPHA-ALLOWED(WS-DEST-IDX)
                       SET CHAR-ALLOWED TO TRUE
                   WHEN CHAR-IS-DIGIT
                       AND QT-DIGIT-ALLOWED(WS-DEST-IDX)
                       SET CHAR-ALLOWED TO TRUE
                   WHEN CHAR-IS-SPACE
                       AND QT-SPACE-ALLOWED(WS-DEST-IDX)
                       SET CHAR-ALLOWED TO TRUE
                   WHEN CHAR-IS-PUNCT
                       AND QT-PUNCT-ALLOWED(WS-DEST-IDX)
                       SET CHAR-ALLOWED TO TRUE
                   WHEN OTHER
                       PERFORM VARYING WS-EXTRA-IDX FROM 1 BY 1
                               UNTIL WS-EXTRA-IDX >
                                   QT-EXTRA-LENGTH(WS-DEST-IDX)
                               OR CHAR-ALLOWED
                           IF WS-CHAR = QT-EXTRA-CHARS(WS-DEST-IDX)
                                   (WS-EXTRA-IDX:1)
                               SET CHAR-ALLOWED TO TRUE
                           END-IF
                       END-PERFORM
               END-EVALUATE
               IF NOT CHAR-ALLOWED
                   SET CK-FAILED TO TRUE
                   SET CK-FAIL-CHARACTER TO TRUE
                   MOVE WS-POS TO CK-FAIL-POSITION
               END-IF
           END-PERFORM.

       QC-600-CLASSIFY-CHAR.
           EVALUATE TRUE
               WHEN WS-CHAR = SPACE
                   SET CHAR-IS-SPACE TO TRUE
               WHEN WS-CHAR IS NUMERIC
                   SET CHAR-IS-DIGIT TO TRUE
               WHEN WS-CHAR IS ALPHABETIC-UPPER
                   SET CHAR-IS-LETTER TO TRUE
               WHEN WS-CHAR IS ALPHABETIC-LOWER
                   SET CHAR-IS-LETTER TO TRUE
               WHEN OTHER
                   SET CHAR-IS-PUNCT TO TRUE
           END-EVALUATE.

       END PROGRAM SUB-CONTCHK-RTN.
