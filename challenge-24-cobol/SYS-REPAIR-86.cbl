           05 DI-RUN-DATE           PIC 9(8).
           05 DI-BATCH-ID           PIC 9(8).
           05 DI-MSG-SEQ            PIC 9(4).
              88 DI-HEADER-SEQ            VALUE 0.
              88 DI-TRAILER-SEQ           VALUE 9999.
           05 DI-OUTPUT-BUFFER      PIC X(400).

       FD  RUN-HISTORY-FILE.
       01  WS-BID-Q                 PIC 9(2).
       01  WS-BID-REM               PIC 9(6).
       01  WS-EXPECT-BATCH-ID       PIC 9(8) VALUE 0.
       01  WS-IFACE-BATCH-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-RUN-SEQ-IN            PIC X(2).
       01  WS-RUN-SEQ-IN-N REDEFINES WS-RUN-SEQ-IN
                                    PIC 9(2).

       COPY TRANTBL.

       COPY IFSEAL.
       COPY IFCTLREC.

       01  WS-SEAL-SEGMENT-SW       PIC X VALUE "N".
           88 SEAL-SEGMENT-OPEN            VALUE "Y".
       01  WS-RESEAL-SW             PIC X VALUE "N".
           88 RESEAL-REQUIRED              VALUE "Y".
       01  WS-SEAL-FILE-NAME        PIC X(30).
       01  WS-SEAL-BATCH-ID         PIC 9(8).
       01  WS-SEAL-REC-BATCH        PIC 9(8).
       01  WS-SEAL-PRE.
           05 WS-PRE-REC-COUNT      PIC 9(6).
           05 WS-PRE-HASH-TOTAL     PIC 9(10).
           05 WS-PRE-CHECKSUM       PIC 9(15).
       01  WS-SEAL-POST.
           05 WS-POST-REC-COUNT     PIC 9(6).
           05 WS-POST-HASH-TOTAL    PIC 9(10).
           05 WS-POST-CHECKSUM      PIC 9(15).

       01  WS-STAT-COUNT            PIC 9(6) COMP VALUE 0.
       01  WS-STAT-REJECTED         PIC 9(4) COMP VALUE 0.
       01  WS-STAT-MIN-N            PIC 9(4) COMP VALUE 9999.
       01  WS-STAT-MIN-RSLT         PIC 9(4) COMP VALUE 9999.
       01  WS-STAT-MAX-RSLT         PIC 9(4) COMP VALUE 0.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "==================================================".
           DISPLAY "   SYS-REPAIR-86 CORRECTION RUN".
           DISPLAY "==================================================".
           MOVE SPACES TO INCIDENT-LOG-RECORD.

           ACCEPT WS-RUN-DATE-IN.
           IF WS-RUN-DATE-IN = SPACES
               IF WS-RUN-DATE-IN-N NOT NUMERIC
                   DISPLAY "ERROR: RUN DATE """ WS-RUN-DATE-IN
                       """ IS NOT A VALID YYYYMMDD DATE"
                   MOVE "P-000-MAIN" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "RUN DATE IS NOT A VALID YYYYMMDD DATE"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-RUN-DATE-IN-N TO WS-RUN-DATE
               IF WS-RUNHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN RUNHIST.DAT, "
                       "STATUS=" WS-RUNHIST-STATUS
                   MOVE "P-040-RUNHIST-OPEN" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN RUNHIST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               SET RUNHIST-AVAILABLE TO TRUE
               ELSE
                   IF WS-RUN-SEQ-IN-N NOT NUMERIC
                       DISPLAY "ERROR: RUN SEQUENCE IS NOT NUMERIC"
                       MOVE "P-040-RUNHIST-OPEN" TO IL-PARAGRAPH
                       MOVE "RUN SEQUENCE IS NOT NUMERIC" TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
                   MOVE WS-RUN-SEQ-IN-N TO WS-RUN-SEQ
               IF WS-AUDMST-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN AUDITMST.DAT, "
                       "STATUS=" WS-AUDMST-STATUS
                   MOVE "P-042-AUDMST-OPEN" TO IL-PARAGRAPH
                   MOVE "AUDITMST.DAT" TO IL-FILE-NAME
                   MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN AUDITMST.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               SET AUDMST-AVAILABLE TO TRUE
                   DISPLAY "ERROR: CORRECTIONS REFUSED - THE WRONG "
                       "COMPUTATION PROFILE COULD CORRUPT THE "
                       "MASTERS"
                   MOVE "P-043-ATTRIBUTE-SOURCE" TO IL-PARAGRAPH
                   MOVE "CORRECTIONS REFUSED"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.
           IF WS-COR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN CORRECT.DAT, STATUS="
                   WS-COR-FILE-STATUS
               MOVE "P-050-LOAD-CORRECTIONS" TO IL-PARAGRAPH
               MOVE "CORRECT.DAT" TO IL-FILE-NAME
               MOVE WS-COR-FILE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN CORRECT.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.


           IF WS-COR-COUNT = 0
               DISPLAY "ERROR: NO CORRECTIONS FOUND IN CORRECT.DAT"
               MOVE "P-050-LOAD-CORRECTIONS" TO IL-PARAGRAPH
               MOVE "CORRECT.DAT" TO IL-FILE-NAME
               MOVE "NO CORRECTIONS FOUND IN CORRECT.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           DISPLAY "Corrections loaded: " WS-COR-COUNT.
           IF CR-MSG-SEQ NOT NUMERIC
               DISPLAY "ERROR: CORRECTION MESSAGE SEQUENCE """
                   CR-MSG-SEQ """ IS NOT NUMERIC"
               MOVE "P-060-STORE-CORRECTION" TO IL-PARAGRAPH
               MOVE "CORRECTION MESSAGE SEQUENCE IS NOT NUMERIC"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF CR-POSITION NOT NUMERIC
               DISPLAY "ERROR: CORRECTION POSITION """ CR-POSITION
                   """ IS NOT NUMERIC"
               MOVE "P-060-STORE-CORRECTION" TO IL-PARAGRAPH
               MOVE "CORRECTION POSITION IS NOT NUMERIC" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF CR-NEW-VALUE NOT NUMERIC
               DISPLAY "ERROR: CORRECTION VALUE """ CR-NEW-VALUE
                   """ IS NOT NUMERIC"
               MOVE "P-060-STORE-CORRECTION" TO IL-PARAGRAPH
               MOVE "CORRECTION VALUE IS NOT NUMERIC" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF CR-NEW-VALUE < 0
               DISPLAY "ERROR: CORRECTION VALUE " CR-NEW-VALUE
                   " FOR MESSAGE " CR-MSG-SEQ " POSITION "
                   CR-POSITION " IS OUT OF RANGE"
               MOVE "P-060-STORE-CORRECTION" TO IL-PARAGRAPH
               MOVE "CORRECTION VALUE IS OUT OF RANGE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-COR-COUNT >= WS-COR-MAX
               DISPLAY "ERROR: CORRECTIONS EXCEED LIMIT OF " WS-COR-MAX
               MOVE "P-060-STORE-CORRECTION" TO IL-PARAGRAPH
               MOVE "CORRECTIONS EXCEED LIMIT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           ADD 1 TO WS-COR-COUNT.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-AUDIT-FILE-NAME
                   " STATUS=" WS-AUDIT-STATUS
               MOVE "P-100-APPLY-AUDIT" TO IL-PARAGRAPH
               MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                   AT END
                       MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                       IF NOT RUNHIST-AVAILABLE
                               OR AUDIT-BATCH-ID = WS-EXPECT-BATCH-ID
                           PERFORM P-110-CHECK-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: REWRITE TO " WS-AUDIT-FILE-NAME
                   " FAILED, STATUS=" WS-AUDIT-STATUS
               MOVE "P-120-APPLY-CORRECTION" TO IL-PARAGRAPH
               MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
               MOVE "REWRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                   IF WS-AUDMST-STATUS NOT = "00"
                       DISPLAY "ERROR: REWRITE TO AUDITMST.DAT "
                           "FAILED, STATUS=" WS-AUDMST-STATUS
                       MOVE "P-130-UPDATE-AUDIT-MASTER" TO IL-PARAGRAPH
                       MOVE "AUDITMST.DAT" TO IL-FILE-NAME
                       MOVE WS-AUDMST-STATUS TO IL-FILE-STATUS
                       MOVE "REWRITE TO AUDITMST.DAT FAILED"
                           TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
               END-IF
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-OUTPUT-FILE-NAME
                   " STATUS=" WS-OUTPUT-FILE-STATUS
               MOVE "P-200-PATCH-DECODE" TO IL-PARAGRAPH
               MOVE WS-OUTPUT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-OUTPUT-FILE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                   AT END
                       MOVE "10" TO WS-OUTPUT-FILE-STATUS
                   NOT AT END
                       IF NOT RUNHIST-AVAILABLE
                               OR DO-BATCH-ID = WS-EXPECT-BATCH-ID
                           PERFORM P-210-PATCH-DECODE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

               IF WS-OUTPUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: REWRITE TO " WS-OUTPUT-FILE-NAME
                       " FAILED, STATUS=" WS-OUTPUT-FILE-STATUS
                   MOVE "P-210-PATCH-DECODE-RECORD" TO IL-PARAGRAPH
                   MOVE WS-OUTPUT-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-OUTPUT-FILE-STATUS TO IL-FILE-STATUS
                   MOVE "REWRITE TO FILE FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               PERFORM P-220-NOTE-PATCHED-MESSAGE
           IF WS-IFACE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-IFACE-FILE-NAME
                   " STATUS=" WS-IFACE-STATUS
               MOVE "P-250-PATCH-IFACE" TO IL-PARAGRAPH
               MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           MOVE WS-IFACE-FILE-NAME TO WS-SEAL-FILE-NAME.
           MOVE "N" TO WS-SEAL-SEGMENT-SW.

           PERFORM UNTIL WS-IFACE-STATUS = "10"
               READ INTERFACE-FILE
                   AT END
                       MOVE "10" TO WS-IFACE-STATUS
                   NOT AT END
                       IF NOT RUNHIST-AVAILABLE
                               OR IF-BATCH-ID = WS-EXPECT-BATCH-ID
                           MOVE IF-BATCH-ID TO WS-SEAL-REC-BATCH
                           PERFORM P-255-IFACE-SEALED-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INTERFACE-FILE.

           IF RUNHIST-AVAILABLE AND WS-IFACE-BATCH-COUNT = 0
               DISPLAY "ERROR: NO INTERFACE RECORDS FOR BATCH ID "
                   WS-EXPECT-BATCH-ID " IN " WS-IFACE-FILE-NAME
                   " - WRONG RUN SELECTED"
               MOVE "P-250-PATCH-IFACE" TO IL-PARAGRAPH
               MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
               MOVE "NO INTERFACE RECORDS FOR BATCH ID IN FILE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-255-IFACE-SEALED-RECORD.
           EVALUATE TRUE
               WHEN IF-HEADER-SEQ AND IF-OUTPUT-BUFFER(1:2) = "HD"
                   PERFORM P-270-SEAL-SEGMENT-START
               WHEN IF-TRAILER-SEQ AND IF-OUTPUT-BUFFER(1:2) = "TR"
                   MOVE IF-OUTPUT-BUFFER TO IFACE-CONTROL-BODY
                   PERFORM P-276-SEAL-CHECK-TRAILER
                   IF RESEAL-REQUIRED
                       MOVE IFACE-CONTROL-BODY TO IF-OUTPUT-BUFFER
                       REWRITE INTERFACE-RECORD
                       IF WS-IFACE-STATUS NOT = "00"
                           DISPLAY "ERROR: REWRITE TO "
                               WS-IFACE-FILE-NAME
                               " FAILED, STATUS=" WS-IFACE-STATUS
                           MOVE "P-255-IFACE-SEALED-RECORD"
                               TO IL-PARAGRAPH
                           MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
                           MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
                           MOVE "REWRITE TO FILE FAILED" TO IL-MESSAGE
                           PERFORM P-999-ABEND
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-IFACE-BATCH-COUNT
                   MOVE IF-MSG-SEQ TO SL-MSG-SEQ
                   MOVE 200 TO SL-BUFFER-LENGTH
                   MOVE IF-OUTPUT-BUFFER TO SL-BUFFER
                   PERFORM P-272-SEAL-ADD-PRE
                   PERFORM P-260-PATCH-IFACE-RECORD
                   MOVE IF-MSG-SEQ TO SL-MSG-SEQ
                   MOVE 200 TO SL-BUFFER-LENGTH
                   MOVE IF-OUTPUT-BUFFER TO SL-BUFFER
                   PERFORM P-274-SEAL-ADD-POST
           END-EVALUATE.

       P-260-PATCH-IFACE-RECORD.
           MOVE "N" TO WS-PATCHED-SW.
           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-COR-COUNT
               IF WS-IFACE-STATUS NOT = "00"
                   DISPLAY "ERROR: REWRITE TO " WS-IFACE-FILE-NAME
                       " FAILED, STATUS=" WS-IFACE-STATUS
                   MOVE "P-260-PATCH-IFACE-RECORD" TO IL-PARAGRAPH
                   MOVE WS-IFACE-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-IFACE-STATUS TO IL-FILE-STATUS
                   MOVE "REWRITE TO FILE FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.

       P-270-SEAL-SEGMENT-START.
           SET SEAL-SEGMENT-OPEN TO TRUE.
           MOVE WS-SEAL-REC-BATCH TO WS-SEAL-BATCH-ID.
           MOVE 0 TO WS-PRE-REC-COUNT WS-PRE-HASH-TOTAL
               WS-PRE-CHECKSUM.
           MOVE 0 TO WS-POST-REC-COUNT WS-POST-HASH-TOTAL
               WS-POST-CHECKSUM.

       P-272-SEAL-ADD-PRE.
           IF SEAL-SEGMENT-OPEN
                   AND WS-SEAL-REC-BATCH = WS-SEAL-BATCH-ID
               MOVE WS-PRE-REC-COUNT TO SL-REC-COUNT
               MOVE WS-PRE-HASH-TOTAL TO SL-HASH-TOTAL
               MOVE WS-PRE-CHECKSUM TO SL-CHECKSUM
               SET SL-FUNC-ADD TO TRUE
               CALL "SUB-IFSEAL-RTN"
                   USING BY REFERENCE IFACE-SEAL-AREA
               MOVE SL-REC-COUNT TO WS-PRE-REC-COUNT
               MOVE SL-HASH-TOTAL TO WS-PRE-HASH-TOTAL
               MOVE SL-CHECKSUM TO WS-PRE-CHECKSUM
           END-IF.

       P-274-SEAL-ADD-POST.
           IF SEAL-SEGMENT-OPEN
                   AND WS-SEAL-REC-BATCH = WS-SEAL-BATCH-ID
               MOVE WS-POST-REC-COUNT TO SL-REC-COUNT
               MOVE WS-POST-HASH-TOTAL TO SL-HASH-TOTAL
               MOVE WS-POST-CHECKSUM TO SL-CHECKSUM
               SET SL-FUNC-ADD TO TRUE
               CALL "SUB-IFSEAL-RTN"
                   USING BY REFERENCE IFACE-SEAL-AREA
               MOVE SL-REC-COUNT TO WS-POST-REC-COUNT
               MOVE SL-HASH-TOTAL TO WS-POST-HASH-TOTAL
               MOVE SL-CHECKSUM TO WS-POST-CHECKSUM
           END-IF.

       P-276-SEAL-CHECK-TRAILER.
           MOVE "N" TO WS-RESEAL-SW.
           IF NOT SEAL-SEGMENT-OPEN
                   OR WS-SEAL-REC-BATCH NOT = WS-SEAL-BATCH-ID
               DISPLAY "WARNING: TRAILER FOR BATCH "
                   WS-SEAL-REC-BATCH " IN " WS-SEAL-FILE-NAME
                   " HAS NO MATCHING HEADER - NOT RESEALED"
           ELSE
               IF IC-TRL-REC-COUNT NOT = WS-PRE-REC-COUNT
                       OR IC-TRL-HASH-TOTAL NOT = WS-PRE-HASH-TOTAL
                       OR IC-TRL-CHECKSUM NOT = WS-PRE-CHECKSUM
                   DISPLAY "WARNING: " WS-SEAL-FILE-NAME
                       " BATCH " WS-SEAL-BATCH-ID
                       " SEAL ALREADY BROKEN - NOT RESEALED"
               ELSE
                   IF WS-POST-CHECKSUM NOT = WS-PRE-CHECKSUM
                       MOVE WS-POST-REC-COUNT TO IC-TRL-REC-COUNT
                       MOVE WS-POST-HASH-TOTAL TO IC-TRL-HASH-TOTAL
                       MOVE WS-POST-CHECKSUM TO IC-TRL-CHECKSUM
                       SET RESEAL-REQUIRED TO TRUE
                       DISPLAY "Resealed " WS-SEAL-FILE-NAME
                           " batch " WS-SEAL-BATCH-ID
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-SEAL-SEGMENT-SW.

       P-300-RECOMPUTE-STATS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-AUDIT-FILE-NAME
                   " STATUS=" WS-AUDIT-STATUS
               MOVE "P-300-RECOMPUTE-STATS" TO IL-PARAGRAPH
               MOVE WS-AUDIT-FILE-NAME TO IL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

                   AT END
                       MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                       IF NOT RUNHIST-AVAILABLE
                               OR AUDIT-BATCH-ID = WS-EXPECT-BATCH-ID
                           PERFORM P-310-ACCUMULATE-STATS
                       END-IF
               END-READ
           END-PERFORM.

               IF WS-RUNHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: REWRITE TO RUNHIST.DAT FAILED, "
                       "STATUS=" WS-RUNHIST-STATUS
                   MOVE "P-360-UPDATE-MSG-RECORD" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "REWRITE TO RUNHIST.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.
               IF WS-RUNHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: REWRITE TO RUNHIST.DAT FAILED, "
                       "STATUS=" WS-RUNHIST-STATUS
                   MOVE "P-370-UPDATE-TOTALS-RECORD" TO IL-PARAGRAPH
                   MOVE "RUNHIST.DAT" TO IL-FILE-NAME
                   MOVE WS-RUNHIST-STATUS TO IL-FILE-STATUS
                   MOVE "REWRITE TO RUNHIST.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.
                   DISPLAY "ERROR: UNABLE TO OPEN "
                       WS-DIFACE-FILE-NAME " STATUS="
                       WS-DIFACE-STATUS
                   MOVE "P-382-REPUBLISH-ONE-DEST" TO IL-PARAGRAPH
                   MOVE WS-DIFACE-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-DIFACE-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE 0 TO WS-DEST-UNMAPPED
               MOVE WS-DIFACE-FILE-NAME TO WS-SEAL-FILE-NAME
               MOVE "N" TO WS-SEAL-SEGMENT-SW
               PERFORM UNTIL WS-DIFACE-STATUS = "10"
                   READ DEST-INTERFACE-FILE
                       AT END
                           MOVE "10" TO WS-DIFACE-STATUS
                       NOT AT END
                           IF NOT RUNHIST-AVAILABLE
                                   OR DI-BATCH-ID
                                       = WS-EXPECT-BATCH-ID
                               MOVE DI-BATCH-ID TO WS-SEAL-REC-BATCH
                               PERFORM P-383-DEST-SEALED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEST-INTERFACE-FILE
               END-IF
           END-IF.

       P-383-DEST-SEALED-RECORD.
           EVALUATE TRUE
               WHEN DI-HEADER-SEQ AND DI-OUTPUT-BUFFER(1:2) = "HD"
                   PERFORM P-270-SEAL-SEGMENT-START
               WHEN DI-TRAILER-SEQ AND DI-OUTPUT-BUFFER(1:2) = "TR"
                   MOVE DI-OUTPUT-BUFFER TO IFACE-CONTROL-BODY
                   PERFORM P-276-SEAL-CHECK-TRAILER
                   IF RESEAL-REQUIRED
                       MOVE IFACE-CONTROL-BODY TO DI-OUTPUT-BUFFER
                       REWRITE DEST-INTERFACE-RECORD
                       IF WS-DIFACE-STATUS NOT = "00"
                           DISPLAY "ERROR: REWRITE TO "
                               WS-DIFACE-FILE-NAME " FAILED, STATUS="
                               WS-DIFACE-STATUS
                           MOVE "P-383-DEST-SEALED-RECORD"
                               TO IL-PARAGRAPH
                           MOVE WS-DIFACE-FILE-NAME TO IL-FILE-NAME
                           MOVE WS-DIFACE-STATUS TO IL-FILE-STATUS
                           MOVE "REWRITE TO FILE FAILED" TO IL-MESSAGE
                           PERFORM P-999-ABEND
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE DI-MSG-SEQ TO SL-MSG-SEQ
                   MOVE 400 TO SL-BUFFER-LENGTH
                   MOVE DI-OUTPUT-BUFFER TO SL-BUFFER
                   PERFORM P-272-SEAL-ADD-PRE
                   PERFORM P-384-PATCH-DEST-RECORD
                   MOVE DI-MSG-SEQ TO SL-MSG-SEQ
                   MOVE 400 TO SL-BUFFER-LENGTH
                   MOVE DI-OUTPUT-BUFFER TO SL-BUFFER
                   PERFORM P-274-SEAL-ADD-POST
           END-EVALUATE.

       P-384-PATCH-DEST-RECORD.
           MOVE 0 TO WS-DI-MSG-IDX.
           PERFORM VARYING WS-DI-POS-IDX FROM 1 BY 1
                   DISPLAY "ERROR: REWRITE TO "
                       WS-DIFACE-FILE-NAME " FAILED, STATUS="
                       WS-DIFACE-STATUS
                   MOVE "P-384-PATCH-DEST-RECORD" TO IL-PARAGRAPH
                   MOVE WS-DIFACE-FILE-NAME TO IL-FILE-NAME
                   MOVE WS-DIFACE-STATUS TO IL-FILE-STATUS
                   MOVE "REWRITE TO FILE FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.
                           DISPLAY "ERROR: DESTINATION BUFFER "
                               "OVERFLOW FOR "
                               TA-DEST-ID(WS-DEST-IDX)
                           MOVE "P-386-TRANSLATE-DEST-POSITION"
                               TO IL-PARAGRAPH
                           MOVE "DESTINATION BUFFER OVERFLOW"
                               TO IL-MESSAGE
                           PERFORM P-999-ABEND
                   END-STRING
               WHEN OTHER
               ON OVERFLOW
                   DISPLAY "ERROR: DESTINATION BUFFER OVERFLOW "
                       "FOR " TA-DEST-ID(WS-DEST-IDX)
                   MOVE "P-388-DEST-SUBSTITUTE" TO IL-PARAGRAPH
                   MOVE "DESTINATION BUFFER OVERFLOW" TO IL-MESSAGE
                   PERFORM P-999-ABEND
           END-STRING.


       P-999-ABEND.
           DISPLAY "SYS-REPAIR-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-REPAIR-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           MOVE WS-EXPECT-BATCH-ID TO IL-BATCH-ID.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

