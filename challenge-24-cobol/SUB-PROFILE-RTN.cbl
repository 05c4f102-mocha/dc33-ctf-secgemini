       FILE SECTION.
       FD  PROFILE-FILE
           RECORDING MODE IS F.
       COPY PROFREC.

       WORKING-STORAGE SECTION.
       01  WS-PROFILE-STATUS        PIC X(2).
       01  WS-MATCH-SW              PIC X.
           88 PROFILE-MATCHED              VALUE "Y".

       COPY INCLREC.

       LINKAGE SECTION.
       01  PR-SOURCE-SYS            PIC X(8).
       COPY COMPPROF.
       PROCEDURE DIVISION USING BY REFERENCE PR-SOURCE-SYS
                                              COMPUTE-PROFILE-AREA.
       PF-000-MAIN.
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           PERFORM PF-100-DEFAULT-PROFILE.
           MOVE "N" TO WS-MATCH-SW.

           IF WS-PROFILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN COMPPROF.CTL, STATUS="
                   WS-PROFILE-STATUS
               MOVE "PF-000-MAIN" TO IL-PARAGRAPH
               MOVE "COMPPROF.CTL" TO IL-FILE-NAME
               MOVE WS-PROFILE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN COMPPROF.CTL" TO IL-MESSAGE
               PERFORM PF-999-ABEND
           END-IF.

           IF PROFILE-RECORD(9:59) NOT NUMERIC
               DISPLAY "ERROR: COMPPROF.CTL PROFILE FOR "
                   PP-SOURCE-SYS " HAS A NON-NUMERIC FIELD"
               MOVE "PF-200-LOAD-PROFILE" TO IL-PARAGRAPH
               MOVE "COMPPROF.CTL" TO IL-FILE-NAME
               MOVE "COMPPROF.CTL PROFILE HAS A NON-NUMERIC FIELD"
                   TO IL-MESSAGE
               PERFORM PF-999-ABEND
           END-IF.
           IF PP-MODULUS < 2 OR PP-MODULUS > 256
               DISPLAY "ERROR: COMPPROF.CTL PROFILE FOR "
                   PP-SOURCE-SYS " HAS MODULUS " PP-MODULUS
                   " (MUST BE 2-256)"
               MOVE "PF-200-LOAD-PROFILE" TO IL-PARAGRAPH
               MOVE "COMPPROF.CTL" TO IL-FILE-NAME
               MOVE "COMPPROF.CTL PROFILE HAS MODULUS (MUST BE 2-256)"
                   TO IL-MESSAGE
               PERFORM PF-999-ABEND
           END-IF.
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                   DISPLAY "ERROR: COMPPROF.CTL PROFILE FOR "
                       PP-SOURCE-SYS " HAS SEED "
                       PP-SEED(WS-SEED-IDX) " (MUST BE 0-255)"
                   MOVE "PF-200-LOAD-PROFILE" TO IL-PARAGRAPH
                   MOVE "COMPPROF.CTL" TO IL-FILE-NAME
                   MOVE "COMPPROF.CTL PROFILE HAS SEED (MUST BE 0-255)"
                       TO IL-MESSAGE
                   PERFORM PF-999-ABEND
               END-IF
           END-PERFORM.
               DISPLAY "ERROR: COMPPROF.CTL PROFILE FOR "
                   PP-SOURCE-SYS " HAS RECONCILIATION COUNT "
                   PP-RECON-COUNT " (MUST BE 1-4)"
               MOVE "PF-200-LOAD-PROFILE" TO IL-PARAGRAPH
               MOVE "COMPPROF.CTL" TO IL-FILE-NAME
               MOVE "COMPPROF.CTL PROFILE HAS RECONCILIATION COUNT"
                   TO IL-MESSAGE
               PERFORM PF-999-ABEND
           END-IF.


       PF-999-ABEND.
           DISPLAY "SUB-PROFILE-RTN ABENDING - SEE PRIOR MESSAGES".
           MOVE "SUB-PROFILE-RTN" TO IL-PROGRAM.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

