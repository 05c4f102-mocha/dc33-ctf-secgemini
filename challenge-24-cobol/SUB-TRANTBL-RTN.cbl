       01  WS-ENTRY-IDX             PIC 9(4) COMP.
       01  WS-ENTRY-COUNT           PIC 9(4) COMP.

       COPY INCLREC.

       LINKAGE SECTION.
       COPY TRANTBL.

       PROCEDURE DIVISION USING BY REFERENCE TRAN-TABLE-AREA
                                              TL-RUN-DATE.
       TL-000-MAIN.
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           MOVE 0 TO TA-DEST-COUNT.
           PERFORM TL-050-CLEAR-DEST
               VARYING WS-DEST-IDX FROM 1 BY 1
           IF WS-TABLMST-STATUS NOT = "35"
               DISPLAY "ERROR: UNABLE TO OPEN TABLMST.DAT, STATUS="
                   WS-TABLMST-STATUS
               MOVE "TL-000-MAIN" TO IL-PARAGRAPH
               MOVE "TABLMST.DAT" TO IL-FILE-NAME
               MOVE WS-TABLMST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN TABLMST.DAT" TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.

           IF WS-DESTCTL-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN DESTCTL.CTL, STATUS="
                   WS-DESTCTL-STATUS
               MOVE "TL-000-MAIN" TO IL-PARAGRAPH
               MOVE "DESTCTL.CTL" TO IL-FILE-NAME
               MOVE WS-DESTCTL-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN DESTCTL.CTL" TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.


           IF TA-DEST-COUNT = 0
               DISPLAY "ERROR: DESTCTL.CTL CONTAINS NO DESTINATIONS"
               MOVE "TL-000-MAIN" TO IL-PARAGRAPH
               MOVE "DESTCTL.CTL" TO IL-FILE-NAME
               MOVE "DESTCTL.CTL CONTAINS NO DESTINATIONS" TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           EXIT PROGRAM.
           IF TA-DEST-COUNT >= WS-DEST-MAX
               DISPLAY "ERROR: DESTINATIONS EXCEED LIMIT OF "
                   WS-DEST-MAX
               MOVE "TL-100-LOAD-DESTINATION" TO IL-PARAGRAPH
               MOVE "DESTINATIONS EXCEED LIMIT" TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           ADD 1 TO TA-DEST-COUNT.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN TRANSLATE TABLE "
                   WS-TRAN-FILE-NAME " STATUS=" WS-TRAN-STATUS
               MOVE "TL-100-LOAD-DESTINATION" TO IL-PARAGRAPH
               MOVE WS-TRAN-FILE-NAME TO IL-FILE-NAME
               MOVE WS-TRAN-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN TRANSLATE TABLE FILE" TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.

           IF WS-ENTRY-COUNT = 0
               DISPLAY "ERROR: TRANSLATE TABLE " WS-TRAN-FILE-NAME
                   " IS EMPTY"
               MOVE "TL-100-LOAD-DESTINATION" TO IL-PARAGRAPH
               MOVE WS-TRAN-FILE-NAME TO IL-FILE-NAME
               MOVE "TRANSLATE TABLE FILE IS EMPTY" TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           DISPLAY "Translate table loaded for destination "
           IF TT-RSLT NOT NUMERIC OR TT-LENGTH NOT NUMERIC
               DISPLAY "ERROR: TRANSLATE TABLE " WS-TRAN-FILE-NAME
                   " HAS A NON-NUMERIC ENTRY"
               MOVE "TL-110-LOAD-ENTRY" TO IL-PARAGRAPH
               MOVE WS-TRAN-FILE-NAME TO IL-FILE-NAME
               MOVE "TRANSLATE TABLE FILE HAS A NON-NUMERIC ENTRY"
                   TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           IF TT-RSLT > 255
               DISPLAY "ERROR: TRANSLATE TABLE " WS-TRAN-FILE-NAME
                   " ENTRY " TT-RSLT " EXCEEDS 255"
               MOVE "TL-110-LOAD-ENTRY" TO IL-PARAGRAPH
               MOVE WS-TRAN-FILE-NAME TO IL-FILE-NAME
               MOVE "TRANSLATE TABLE FILE ENTRY EXCEEDS 255"
                   TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           IF TT-LENGTH < 1 OR TT-LENGTH > 4
               DISPLAY "ERROR: TRANSLATE TABLE " WS-TRAN-FILE-NAME
                   " ENTRY " TT-RSLT " HAS LENGTH " TT-LENGTH
                   " (MUST BE 1-4)"
               MOVE "TL-110-LOAD-ENTRY" TO IL-PARAGRAPH
               MOVE WS-TRAN-FILE-NAME TO IL-FILE-NAME
               MOVE "TRANSLATE TABLE FILE ENTRY HAS LENGTH"
                   TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           IF TA-DEST-COUNT = 0
               DISPLAY "ERROR: TABLMST.DAT HAS NO DESTINATIONS "
                   "EFFECTIVE FOR RUN DATE " TL-RUN-DATE
               MOVE "TL-300-LOAD-MASTER" TO IL-PARAGRAPH
               MOVE "TABLMST.DAT" TO IL-FILE-NAME
               MOVE "TABLMST.DAT HAS NO DESTINATIONS EFFECTIVE FOR RUN"
                   TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           IF TA-DEST-ID(1) = SPACES
               DISPLAY "ERROR: TABLMST.DAT HAS NO PRIMARY "
                   "DESTINATION (SEQUENCE 01) EFFECTIVE FOR RUN "
                   "DATE " TL-RUN-DATE
               MOVE "TL-300-LOAD-MASTER" TO IL-PARAGRAPH
               MOVE "TABLMST.DAT" TO IL-FILE-NAME
               MOVE "TABLMST.DAT HAS NO PRIMARY DESTINATION"
                   TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                       "AT SEQUENCE " WS-DEST-IDX " BUT SEQUENCES "
                       "ABOVE IT ARE IN USE - FIX THE SEQUENCE "
                       "GAP BEFORE RUNNING"
                   MOVE "TL-300-LOAD-MASTER" TO IL-PARAGRAPH
                   MOVE "TABLMST.DAT" TO IL-FILE-NAME
                   MOVE "TABLMST.DAT HAS NO DESTINATION AT SEQUENCE"
                       TO IL-MESSAGE
                   PERFORM TL-999-ABEND
               END-IF
           END-PERFORM.
           IF WS-TABLMST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO REOPEN TABLMST.DAT, "
                   "STATUS=" WS-TABLMST-STATUS
               MOVE "TL-300-LOAD-MASTER" TO IL-PARAGRAPH
               MOVE "TABLMST.DAT" TO IL-FILE-NAME
               MOVE WS-TABLMST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO REOPEN TABLMST.DAT" TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.

                           " ON TABLMST.DAT HAS SEQUENCE "
                           TM-DEST-SEQ " (MUST BE 1-"
                           WS-DEST-MAX ")"
                       MOVE "TL-310-APPLY-MASTER-RECORD" TO IL-PARAGRAPH
                       MOVE "TABLMST.DAT" TO IL-FILE-NAME
                       MOVE "DESTINATION ON TABLMST.DAT HAS SEQUENCE"
                           TO IL-MESSAGE
                       PERFORM TL-999-ABEND
                   END-IF
                   PERFORM TL-312-PICK-DEST-WINNER
               WHEN OTHER
                   DISPLAY "ERROR: UNKNOWN RECORD TYPE """
                       TM-RECORD-TYPE """ ON TABLMST.DAT"
                   MOVE "TL-310-APPLY-MASTER-RECORD" TO IL-PARAGRAPH
                   MOVE "TABLMST.DAT" TO IL-FILE-NAME
                   MOVE "UNKNOWN RECORD TYPE ON TABLMST.DAT"
                       TO IL-MESSAGE
                   PERFORM TL-999-ABEND
           END-EVALUATE.

               IF WS-DWIN-COUNT >= WS-DEST-MAX
                   DISPLAY "ERROR: DESTINATIONS EXCEED LIMIT OF "
                       WS-DEST-MAX " ON TABLMST.DAT"
                   MOVE "TL-312-PICK-DEST-WINNER" TO IL-PARAGRAPH
                   MOVE "TABLMST.DAT" TO IL-FILE-NAME
                   MOVE "DESTINATIONS EXCEED LIMIT ON TABLMST.DAT"
                       TO IL-MESSAGE
                   PERFORM TL-999-ABEND
               END-IF
               ADD 1 TO WS-DWIN-COUNT
                   "EFFECTIVE AT SEQUENCE "
                   WS-DWIN-SEQ(WS-DWIN-IDX) " FOR RUN DATE "
                   TL-RUN-DATE
               MOVE "TL-315-REGISTER-WINNER" TO IL-PARAGRAPH
               MOVE "DESTINATIONS ARE BOTH EFFECTIVE AT SEQUENCE"
                   TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           MOVE WS-DWIN-DEST-ID(WS-DWIN-IDX)
           IF TM-RSLT NOT NUMERIC OR TM-RSLT > 255
               DISPLAY "ERROR: TABLMST.DAT MAPPING " TM-RSLT
                   " FOR DESTINATION " TM-DEST-ID " EXCEEDS 255"
               MOVE "TL-325-STORE-MAPPING" TO IL-PARAGRAPH
               MOVE "TABLMST.DAT" TO IL-FILE-NAME
               MOVE "TABLMST.DAT MAPPING FOR DESTINATION EXCEEDS 255"
                   TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           IF TM-LENGTH NOT NUMERIC
               DISPLAY "ERROR: TABLMST.DAT MAPPING " TM-RSLT
                   " FOR DESTINATION " TM-DEST-ID " HAS LENGTH "
                   TM-LENGTH " (MUST BE 1-4)"
               MOVE "TL-325-STORE-MAPPING" TO IL-PARAGRAPH
               MOVE "TABLMST.DAT" TO IL-FILE-NAME
               MOVE "TABLMST.DAT MAPPING FOR DESTINATION HAS LENGTH"
                   TO IL-MESSAGE
               PERFORM TL-999-ABEND
           END-IF.
           ADD 1 TO WS-MAP-COUNT.

       TL-999-ABEND.
           DISPLAY "SUB-TRANTBL-RTN ABENDING - SEE PRIOR MESSAGES".
           MOVE "SUB-TRANTBL-RTN" TO IL-PROGRAM.
           MOVE TL-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

