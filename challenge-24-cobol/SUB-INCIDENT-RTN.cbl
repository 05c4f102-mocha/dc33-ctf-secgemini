       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB-INCIDENT-RTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
       01  INCIDENT-FILE-RECORD     PIC X(172).

       WORKING-STORAGE SECTION.
       01  WS-INCIDENT-STATUS       PIC X(2).
       01  WS-TIME-NOW              PIC 9(8).

       LINKAGE SECTION.
       COPY INCLREC.

       PROCEDURE DIVISION USING BY REFERENCE INCIDENT-LOG-RECORD.
       IR-000-MAIN.
           ACCEPT IL-INCIDENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           DIVIDE WS-TIME-NOW BY 100 GIVING IL-INCIDENT-TIME.

           IF IL-RUN-DATE NOT NUMERIC
               MOVE 0 TO IL-RUN-DATE
           END-IF.
           IF IL-BATCH-ID NOT NUMERIC
               MOVE 0 TO IL-BATCH-ID
           END-IF.
           IF IL-CAUSE = SPACES
               IF IL-FILE-STATUS = SPACES
                   SET IL-CAUSE-DATA TO TRUE
               ELSE
                   SET IL-CAUSE-FILE TO TRUE
               END-IF
           END-IF.

           OPEN EXTEND INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF.
           IF WS-INCIDENT-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO OPEN INCIDENT.DAT, STATUS="
                   WS-INCIDENT-STATUS " - INCIDENT NOT LOGGED"
               EXIT PROGRAM
           END-IF.

           WRITE INCIDENT-FILE-RECORD FROM INCIDENT-LOG-RECORD.
           IF WS-INCIDENT-STATUS NOT = "00"
               DISPLAY "WARNING: WRITE TO INCIDENT.DAT FAILED, STATUS="
                   WS-INCIDENT-STATUS " - INCIDENT NOT LOGGED"
           ELSE
               DISPLAY "Incident logged to INCIDENT.DAT: " IL-PROGRAM
                   " " IL-PARAGRAPH " CAUSE " IL-CAUSE
           END-IF.
           CLOSE INCIDENT-FILE.
           EXIT PROGRAM.

       END PROGRAM SUB-INCIDENT-RTN.
