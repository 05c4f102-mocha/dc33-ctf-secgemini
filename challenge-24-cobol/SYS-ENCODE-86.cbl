       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-ENCODE-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCODE-TEXT-FILE ASSIGN TO "ENCTEXT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEXT-STATUS.

           SELECT CODE-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-CODE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.

           SELECT ENCODE-REPORT-FILE ASSIGN TO "ENCODE.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCODE-TEXT-FILE
           RECORDING MODE IS F.
       01  ENCODE-TEXT-RECORD.
           05 ET-TEXT               PIC X(200).

       FD  CODE-OUTPUT-FILE
           RECORDING MODE IS F.
       01  CODE-OUTPUT-RECORD.
           05 CO-RECORD-TYPE        PIC X(2).
              88 CO-HEADER-REC            VALUE "HD".
              88 CO-MESSAGE-REC           VALUE "MS".
              88 CO-DATA-REC              VALUE "DT".
              88 CO-TRAILER-REC           VALUE "TR".
           05 CO-RECORD-BODY        PIC X(28).
           05 CO-HEADER-BODY REDEFINES CO-RECORD-BODY.
              10 CO-HDR-CREATE-DATE PIC 9(8).
              10 CO-HDR-SOURCE-SYS  PIC X(8).
              10 CO-HDR-EXPECT-COUNT
                                    PIC 9(6).
              10 FILLER             PIC X(6).
           05 CO-MESSAGE-BODY REDEFINES CO-RECORD-BODY.
              10 CO-MSG-SEQ         PIC 9(4).
              10 FILLER             PIC X(24).
           05 CO-DATA-BODY REDEFINES CO-RECORD-BODY.
              10 CO-DATA-VALUE      PIC S9(4) SIGN LEADING SEPARATE.
              10 FILLER             PIC X(23).
           05 CO-TRAILER-BODY REDEFINES CO-RECORD-BODY.
              10 CO-TRL-REC-COUNT   PIC 9(6).
              10 CO-TRL-HASH-TOTAL  PIC S9(10) SIGN LEADING SEPARATE.
              10 FILLER             PIC X(11).

       FD  ENCODE-REPORT-FILE
           RECORDING MODE IS F.
       01  ENCODE-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TEXT-STATUS           PIC X(2).
       01  WS-CODE-FILE-NAME        PIC X(30).
       01  WS-CODE-STATUS           PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-SOURCE-SYS            PIC X(8).
       01  WS-CREATE-DATE-IN        PIC X(8).
       01  WS-CREATE-DATE-IN-N REDEFINES WS-CREATE-DATE-IN
                                    PIC 9(8).
       01  WS-CREATE-DATE           PIC 9(8).

       01  WS-MAX-TABLE-SIZE        PIC 9(4) COMP VALUE 200.
       01  WS-MAX-DATA-POINT-VALUE  PIC 9(4) COMP VALUE 9999.
       01  WS-UNPRODUCIBLE-POINT    PIC S9(4) COMP VALUE -1.

       01  WS-MSG-MAX               PIC 9(4) COMP VALUE 50.
       01  WS-MSG-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-MSG-IDX               PIC 9(4) COMP.
       01  WS-POS-IDX               PIC 9(4) COMP.
       01  WS-TEXT-LEN              PIC 9(4) COMP.
       01  WS-LINES-READ            PIC 9(6) COMP VALUE 0.
       01  WS-LINES-BLANK           PIC 9(6) COMP VALUE 0.

       01  WS-MSG-TABLE.
           05 WS-MSG-ENTRY OCCURS 50 TIMES.
              10 WS-MSG-SIZE        PIC 9(4) COMP.
              10 WS-MSG-POINT       PIC S9(4) COMP OCCURS 200 TIMES.

       COPY TRANTBL.

       COPY COMPPROF.

       01  WS-RECON-IDX             PIC 9(4) COMP.
       01  WS-RECON-N               PIC 9(4) COMP.
       01  WS-RECON-RSLT            PIC 9(4) COMP.

       01  WS-SCAN-N                PIC 9(5) COMP.
       01  WS-SCAN-ARG              PIC 9(4) COMP.
       01  WS-SCAN-RSLT             PIC 9(4) COMP.
       01  WS-REV-FOUND-COUNT       PIC 9(4) COMP VALUE 0.

       01  WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 256 TIMES.
              10 WS-REV-FOUND-SW    PIC X.
                 88 REV-POINT-FOUND      VALUE "Y".
              10 WS-REV-POINT       PIC S9(4) COMP.

       01  WS-RSLT-IDX              PIC 9(4) COMP.
       01  WS-RSLT-FOUND            PIC 9(4) COMP.
       01  WS-CHAR-MAPPED-SW        PIC X.
           88 CHAR-IS-MAPPED               VALUE "Y".
       01  WS-CHAR-MAPPED-RSLT      PIC 9(4) COMP.
       01  WS-ENC-CHAR              PIC X.

       01  WS-DT-COUNT              PIC 9(6) COMP VALUE 0.
       01  WS-HASH-TOTAL            PIC S9(10) COMP VALUE 0.
       01  WS-EXC-COUNT             PIC 9(6) COMP VALUE 0.
       01  WS-EXC-MAX               PIC 9(4) COMP VALUE 500.

       01  WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 500 TIMES.
              10 WS-EXC-MSG-SEQ     PIC 9(4).
              10 WS-EXC-POSITION    PIC 9(4).
              10 WS-EXC-CHAR        PIC X.
              10 WS-EXC-REASON      PIC X(4).
                 88 EXC-NO-TRANSLATE     VALUE "NOTR".
                 88 EXC-NOT-REACHABLE    VALUE "NORC".
              10 WS-EXC-RSLT        PIC 9(4).
       01  WS-EXC-IDX               PIC 9(4) COMP.

       01  ENC-HEADING-1.
           05 FILLER PIC X(13) VALUE "SYS-ENCODE-86".
           05 FILLER PIC X(34) VALUE
               "  PLAIN TEXT ENCODE REPORT        ".
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 ENC-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.

       01  ENC-HEADING-2.
           05 FILLER PIC X(16) VALUE "  SOURCE SYSTEM ".
           05 ENC-H2-SOURCE PIC X(8).
           05 FILLER PIC X(15) VALUE "  CREATED DATE ".
           05 ENC-H2-CREATED PIC 9(8).
           05 FILLER PIC X(10) VALUE "  PROFILE ".
           05 ENC-H2-PROFILE PIC X(8).
           05 FILLER PIC X(15) VALUE SPACES.

       01  ENC-HEADING-3.
           05 FILLER PIC X(16) VALUE "  OUTPUT FILE   ".
           05 ENC-H3-FILE-NAME PIC X(30).
           05 FILLER PIC X(34) VALUE SPACES.

       01  ENC-SECTION-LINE.
           05 ENC-SEC-TEXT PIC X(50).
           05 FILLER PIC X(30) VALUE SPACES.

       01  ENC-TOTAL-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ENC-TOT-LABEL    PIC X(30).
           05 ENC-TOT-VALUE    PIC -(9)9.
           05 FILLER           PIC X(38) VALUE SPACES.

       01  ENC-EXC-HEADING.
           05 FILLER PIC X(12) VALUE "  MESSAGE   ".
           05 FILLER PIC X(10) VALUE "POSITION  ".
           05 FILLER PIC X(7)  VALUE "CHAR   ".
           05 FILLER PIC X(51) VALUE "REASON".

       01  ENC-EXC-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 ENC-EXC-MSG-SEQ  PIC 9(4).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 ENC-EXC-POSITION PIC 9(4).
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X VALUE """".
           05 ENC-EXC-CHAR     PIC X.
           05 FILLER           PIC X VALUE """".
           05 FILLER           PIC X(4) VALUE SPACES.
           05 ENC-EXC-REASON   PIC X(51).

       01  WS-EXC-REASON-TEXT.
           05 FILLER           PIC X(30) VALUE
               "NO DATA-POINT PRODUCES RESULT ".
           05 WS-EXC-REASON-RSLT
                               PIC 9(4).
           05 FILLER           PIC X(17) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-ENCODE-86 PLAIN TEXT ENCODE".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-SOURCE-SYS.
           IF WS-SOURCE-SYS = SPACES
               DISPLAY "ERROR: SOURCE SYSTEM MUST BE SUPPLIED"
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "SOURCE SYSTEM MUST BE SUPPLIED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           ACCEPT WS-CREATE-DATE-IN.
           IF WS-CREATE-DATE-IN = SPACES
               MOVE WS-RUN-DATE TO WS-CREATE-DATE
           ELSE
               IF WS-CREATE-DATE-IN-N NOT NUMERIC
                   DISPLAY "ERROR: CREATE DATE """ WS-CREATE-DATE-IN
                       """ IS NOT A VALID YYYYMMDD DATE"
                   MOVE "P-000-MAIN" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "CREATE DATE IS NOT A VALID YYYYMMDD DATE"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-CREATE-DATE-IN-N TO WS-CREATE-DATE
           END-IF.
           ACCEPT WS-CODE-FILE-NAME.
           IF WS-CODE-FILE-NAME = SPACES
               MOVE "DATASETA.DAT" TO WS-CODE-FILE-NAME
           END-IF.
           DISPLAY "Encoding for source " WS-SOURCE-SYS " created "
               WS-CREATE-DATE " into " WS-CODE-FILE-NAME.

           PERFORM P-025-TRANTBL-LOAD.
           PERFORM P-028-PROFILE-LOAD.
           PERFORM P-030-RECONCILE.
           PERFORM P-050-BUILD-REVERSE-MAP.
           PERFORM P-100-LOAD-TEXT.
           PERFORM P-300-WRITE-CODE-FILE.
           PERFORM P-400-PRINT-REPORT.

           DISPLAY "SYS-ENCODE-86 COMPLETE - " WS-MSG-COUNT
               " MESSAGES, " WS-DT-COUNT " DATA-POINTS WRITTEN".
           IF WS-EXC-COUNT > 0
               DISPLAY "WARNING: " WS-EXC-COUNT " CHARACTERS COULD "
                   "NOT BE ENCODED - SEE ENCODE.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       P-025-TRANTBL-LOAD.
           CALL "SUB-TRANTBL-RTN"
               USING BY REFERENCE TRAN-TABLE-AREA WS-RUN-DATE.
           IF TA-DEST-COUNT = 0
               DISPLAY "ERROR: NO TRANSLATE TABLE LOADED"
               MOVE "P-025-TRANTBL-LOAD" TO IL-PARAGRAPH
               MOVE "NO TRANSLATE TABLE LOADED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-028-PROFILE-LOAD.
           CALL "SUB-PROFILE-RTN"
               USING BY REFERENCE WS-SOURCE-SYS
                   COMPUTE-PROFILE-AREA.

       P-030-RECONCILE.
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                   UNTIL WS-RECON-IDX > CP-RECON-COUNT
               MOVE CP-RECON-INPUT(WS-RECON-IDX) TO WS-RECON-N
               CALL "SUB-COMPUTE-RTN"
                   USING BY REFERENCE WS-RECON-N WS-RECON-RSLT
                       COMPUTE-PROFILE-AREA
               IF WS-RECON-RSLT NOT = CP-RECON-EXPECT(WS-RECON-IDX)
                   DISPLAY "ERROR: RECONCILIATION CHECK FAILED - "
                       "DATA-POINT " WS-RECON-N " EXPECTED "
                       CP-RECON-EXPECT(WS-RECON-IDX) " GOT "
                       WS-RECON-RSLT " FOR PROFILE " CP-PROFILE-ID
                   MOVE "P-030-RECONCILE" TO IL-PARAGRAPH
                   SET IL-CAUSE-RECONCILE TO TRUE
                   MOVE "RECONCILIATION CHECK FAILED"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-PERFORM.

       P-050-BUILD-REVERSE-MAP.
           PERFORM VARYING WS-RSLT-IDX FROM 1 BY 1
                   UNTIL WS-RSLT-IDX > 256
               MOVE "N" TO WS-REV-FOUND-SW(WS-RSLT-IDX)
               MOVE 0 TO WS-REV-POINT(WS-RSLT-IDX)
           END-PERFORM.

           PERFORM P-060-MAP-ONE-POINT
               VARYING WS-SCAN-N FROM 0 BY 1
               UNTIL WS-SCAN-N > WS-MAX-DATA-POINT-VALUE
                   OR WS-REV-FOUND-COUNT >= 256.

           DISPLAY "Results reachable under profile " CP-PROFILE-ID
               ": " WS-REV-FOUND-COUNT.

       P-060-MAP-ONE-POINT.
           MOVE WS-SCAN-N TO WS-SCAN-ARG.
           CALL "SUB-COMPUTE-RTN"
               USING BY REFERENCE WS-SCAN-ARG WS-SCAN-RSLT
                   COMPUTE-PROFILE-AREA.
           IF WS-SCAN-RSLT < 256
               IF NOT REV-POINT-FOUND(WS-SCAN-RSLT + 1)
                   SET REV-POINT-FOUND(WS-SCAN-RSLT + 1) TO TRUE
                   MOVE WS-SCAN-ARG TO WS-REV-POINT(WS-SCAN-RSLT + 1)
                   ADD 1 TO WS-REV-FOUND-COUNT
               END-IF
           END-IF.

       P-100-LOAD-TEXT.
           OPEN INPUT ENCODE-TEXT-FILE.
           IF WS-TEXT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN ENCTEXT.DAT, STATUS="
                   WS-TEXT-STATUS
               MOVE "P-100-LOAD-TEXT" TO IL-PARAGRAPH
               MOVE "ENCTEXT.DAT" TO IL-FILE-NAME
               MOVE WS-TEXT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN ENCTEXT.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           PERFORM UNTIL WS-TEXT-STATUS = "10"
               READ ENCODE-TEXT-FILE
                   AT END
                       MOVE "10" TO WS-TEXT-STATUS
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM P-110-ENCODE-MESSAGE
               END-READ
           END-PERFORM.

           CLOSE ENCODE-TEXT-FILE.

           IF WS-MSG-COUNT = 0
               DISPLAY "ERROR: NO MESSAGE TEXT FOUND IN ENCTEXT.DAT"
               MOVE "P-100-LOAD-TEXT" TO IL-PARAGRAPH
               MOVE "ENCTEXT.DAT" TO IL-FILE-NAME
               MOVE "NO MESSAGE TEXT FOUND IN ENCTEXT.DAT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-LINES-BLANK > 0
               DISPLAY "NOTE: " WS-LINES-BLANK " BLANK LINES IN "
                   "ENCTEXT.DAT IGNORED"
           END-IF.

       P-110-ENCODE-MESSAGE.
           PERFORM VARYING WS-TEXT-LEN FROM WS-MAX-TABLE-SIZE BY -1
                   UNTIL WS-TEXT-LEN = 0
                       OR ET-TEXT(WS-TEXT-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           IF WS-TEXT-LEN = 0
               ADD 1 TO WS-LINES-BLANK
           ELSE
               IF WS-MSG-COUNT >= WS-MSG-MAX
                   DISPLAY "ERROR: MESSAGES EXCEED LIMIT OF "
                       WS-MSG-MAX
                   MOVE "P-110-ENCODE-MESSAGE" TO IL-PARAGRAPH
                   MOVE "MESSAGES EXCEED LIMIT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-MSG-COUNT
               MOVE WS-TEXT-LEN TO WS-MSG-SIZE(WS-MSG-COUNT)
               PERFORM P-120-ENCODE-CHARACTER
                   VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-TEXT-LEN
           END-IF.

       P-120-ENCODE-CHARACTER.
           MOVE ET-TEXT(WS-POS-IDX:1) TO WS-ENC-CHAR.
           MOVE "N" TO WS-CHAR-MAPPED-SW.
           MOVE 0 TO WS-RSLT-FOUND.
           PERFORM P-130-CHECK-RESULT
               VARYING WS-RSLT-IDX FROM 1 BY 1
               UNTIL WS-RSLT-IDX > 256 OR WS-RSLT-FOUND > 0.

           IF WS-RSLT-FOUND > 0
               MOVE WS-REV-POINT(WS-RSLT-FOUND)
                   TO WS-MSG-POINT(WS-MSG-COUNT, WS-POS-IDX)
           ELSE
               MOVE WS-UNPRODUCIBLE-POINT
                   TO WS-MSG-POINT(WS-MSG-COUNT, WS-POS-IDX)
               PERFORM P-140-NOTE-EXCEPTION
           END-IF.

       P-130-CHECK-RESULT.
           IF TA-MAPPED-SW(1, WS-RSLT-IDX) = "Y"
                   AND TA-OUT-TEXT(1, WS-RSLT-IDX)(1:1) = WS-ENC-CHAR
               IF REV-POINT-FOUND(WS-RSLT-IDX)
                   MOVE WS-RSLT-IDX TO WS-RSLT-FOUND
               ELSE
                   IF NOT CHAR-IS-MAPPED
                       SET CHAR-IS-MAPPED TO TRUE
                       COMPUTE WS-CHAR-MAPPED-RSLT = WS-RSLT-IDX - 1
                   END-IF
               END-IF
           END-IF.

       P-140-NOTE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           IF WS-EXC-COUNT <= WS-EXC-MAX
               MOVE WS-MSG-COUNT TO WS-EXC-MSG-SEQ(WS-EXC-COUNT)
               MOVE WS-POS-IDX TO WS-EXC-POSITION(WS-EXC-COUNT)
               MOVE WS-ENC-CHAR TO WS-EXC-CHAR(WS-EXC-COUNT)
               IF CHAR-IS-MAPPED
                   SET EXC-NOT-REACHABLE(WS-EXC-COUNT) TO TRUE
                   MOVE WS-CHAR-MAPPED-RSLT
                       TO WS-EXC-RSLT(WS-EXC-COUNT)
               ELSE
                   SET EXC-NO-TRANSLATE(WS-EXC-COUNT) TO TRUE
                   MOVE 0 TO WS-EXC-RSLT(WS-EXC-COUNT)
               END-IF
           END-IF.
           DISPLAY "WARNING: CHARACTER """ WS-ENC-CHAR """ AT "
               "MESSAGE " WS-MSG-COUNT " POSITION " WS-POS-IDX
               " CANNOT BE ENCODED".

       P-300-WRITE-CODE-FILE.
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                   UNTIL WS-MSG-IDX > WS-MSG-COUNT
               ADD WS-MSG-SIZE(WS-MSG-IDX) TO WS-DT-COUNT
           END-PERFORM.

           OPEN OUTPUT CODE-OUTPUT-FILE.
           IF WS-CODE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-CODE-FILE-NAME
                   " STATUS=" WS-CODE-STATUS
               MOVE "P-300-WRITE-CODE-FILE" TO IL-PARAGRAPH
               MOVE WS-CODE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-CODE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           MOVE SPACES TO CODE-OUTPUT-RECORD.
           SET CO-HEADER-REC TO TRUE.
           MOVE WS-CREATE-DATE TO CO-HDR-CREATE-DATE.
           MOVE WS-SOURCE-SYS TO CO-HDR-SOURCE-SYS.
           MOVE WS-DT-COUNT TO CO-HDR-EXPECT-COUNT.
           PERFORM P-350-CODE-WRITE.

           PERFORM P-310-WRITE-MESSAGE
               VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > WS-MSG-COUNT.

           MOVE SPACES TO CODE-OUTPUT-RECORD.
           SET CO-TRAILER-REC TO TRUE.
           MOVE WS-DT-COUNT TO CO-TRL-REC-COUNT.
           MOVE WS-HASH-TOTAL TO CO-TRL-HASH-TOTAL.
           PERFORM P-350-CODE-WRITE.

           CLOSE CODE-OUTPUT-FILE.
           DISPLAY "Input file written: " WS-CODE-FILE-NAME.

       P-310-WRITE-MESSAGE.
           MOVE SPACES TO CODE-OUTPUT-RECORD.
           SET CO-MESSAGE-REC TO TRUE.
           MOVE WS-MSG-IDX TO CO-MSG-SEQ.
           PERFORM P-350-CODE-WRITE.

           PERFORM P-320-WRITE-DATA-POINT
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-MSG-SIZE(WS-MSG-IDX).

       P-320-WRITE-DATA-POINT.
           MOVE SPACES TO CODE-OUTPUT-RECORD.
           SET CO-DATA-REC TO TRUE.
           MOVE WS-MSG-POINT(WS-MSG-IDX, WS-POS-IDX) TO CO-DATA-VALUE.
           ADD WS-MSG-POINT(WS-MSG-IDX, WS-POS-IDX) TO WS-HASH-TOTAL.
           PERFORM P-350-CODE-WRITE.

       P-350-CODE-WRITE.
           WRITE CODE-OUTPUT-RECORD.
           IF WS-CODE-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-CODE-FILE-NAME
                   " FAILED, STATUS=" WS-CODE-STATUS
               MOVE "P-350-CODE-WRITE" TO IL-PARAGRAPH
               MOVE WS-CODE-FILE-NAME TO IL-FILE-NAME
               MOVE WS-CODE-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-400-PRINT-REPORT.
           OPEN OUTPUT ENCODE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN ENCODE.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-400-PRINT-REPORT" TO IL-PARAGRAPH
               MOVE "ENCODE.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN ENCODE.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           MOVE WS-RUN-DATE TO ENC-H1-RUN-DATE.
           WRITE ENCODE-REPORT-LINE FROM ENC-HEADING-1.
           MOVE WS-SOURCE-SYS TO ENC-H2-SOURCE.
           MOVE WS-CREATE-DATE TO ENC-H2-CREATED.
           MOVE CP-PROFILE-ID TO ENC-H2-PROFILE.
           WRITE ENCODE-REPORT-LINE FROM ENC-HEADING-2.
           MOVE WS-CODE-FILE-NAME TO ENC-H3-FILE-NAME.
           WRITE ENCODE-REPORT-LINE FROM ENC-HEADING-3.
           MOVE SPACES TO ENCODE-REPORT-LINE.
           WRITE ENCODE-REPORT-LINE.

           MOVE "FILE CONTROLS" TO ENC-SEC-TEXT.
           WRITE ENCODE-REPORT-LINE FROM ENC-SECTION-LINE.
           MOVE "TEXT LINES READ" TO ENC-TOT-LABEL.
           MOVE WS-LINES-READ TO ENC-TOT-VALUE.
           WRITE ENCODE-REPORT-LINE FROM ENC-TOTAL-LINE.
           MOVE "MESSAGES ENCODED" TO ENC-TOT-LABEL.
           MOVE WS-MSG-COUNT TO ENC-TOT-VALUE.
           WRITE ENCODE-REPORT-LINE FROM ENC-TOTAL-LINE.
           MOVE "DATA-POINT RECORDS" TO ENC-TOT-LABEL.
           MOVE WS-DT-COUNT TO ENC-TOT-VALUE.
           WRITE ENCODE-REPORT-LINE FROM ENC-TOTAL-LINE.
           MOVE "HASH TOTAL OF DATA-POINTS" TO ENC-TOT-LABEL.
           MOVE WS-HASH-TOTAL TO ENC-TOT-VALUE.
           WRITE ENCODE-REPORT-LINE FROM ENC-TOTAL-LINE.
           MOVE "RESULTS REACHABLE" TO ENC-TOT-LABEL.
           MOVE WS-REV-FOUND-COUNT TO ENC-TOT-VALUE.
           WRITE ENCODE-REPORT-LINE FROM ENC-TOTAL-LINE.
           MOVE "CHARACTERS NOT ENCODED" TO ENC-TOT-LABEL.
           MOVE WS-EXC-COUNT TO ENC-TOT-VALUE.
           WRITE ENCODE-REPORT-LINE FROM ENC-TOTAL-LINE.

           MOVE SPACES TO ENCODE-REPORT-LINE.
           WRITE ENCODE-REPORT-LINE.
           MOVE "ENCODING EXCEPTIONS" TO ENC-SEC-TEXT.
           WRITE ENCODE-REPORT-LINE FROM ENC-SECTION-LINE.
           IF WS-EXC-COUNT = 0
               MOVE "  NONE - EVERY CHARACTER ENCODED"
                   TO ENC-SEC-TEXT
               WRITE ENCODE-REPORT-LINE FROM ENC-SECTION-LINE
           ELSE
               WRITE ENCODE-REPORT-LINE FROM ENC-EXC-HEADING
               PERFORM P-410-PRINT-EXCEPTION
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
                       OR WS-EXC-IDX > WS-EXC-MAX
               IF WS-EXC-COUNT > WS-EXC-MAX
                   MOVE "  FURTHER EXCEPTIONS NOT LISTED"
                       TO ENC-SEC-TEXT
                   WRITE ENCODE-REPORT-LINE FROM ENC-SECTION-LINE
               END-IF
               MOVE SPACES TO ENCODE-REPORT-LINE
               WRITE ENCODE-REPORT-LINE
               MOVE "  EACH POSITION LISTED IS WRITTEN AS DATA-POINT"
                   TO ENC-SEC-TEXT
               WRITE ENCODE-REPORT-LINE FROM ENC-SECTION-LINE
               MOVE "  -1 AND WILL DECODE AS ""?"" (REJECT RNGE)"
                   TO ENC-SEC-TEXT
               WRITE ENCODE-REPORT-LINE FROM ENC-SECTION-LINE
           END-IF.

           CLOSE ENCODE-REPORT-FILE.

       P-410-PRINT-EXCEPTION.
           MOVE WS-EXC-MSG-SEQ(WS-EXC-IDX) TO ENC-EXC-MSG-SEQ.
           MOVE WS-EXC-POSITION(WS-EXC-IDX) TO ENC-EXC-POSITION.
           MOVE WS-EXC-CHAR(WS-EXC-IDX) TO ENC-EXC-CHAR.
           IF EXC-NOT-REACHABLE(WS-EXC-IDX)
               MOVE WS-EXC-RSLT(WS-EXC-IDX) TO WS-EXC-REASON-RSLT
               MOVE WS-EXC-REASON-TEXT TO ENC-EXC-REASON
           ELSE
               MOVE "NO TRANSLATE TABLE ENTRY FOR CHARACTER"
                   TO ENC-EXC-REASON
           END-IF.
           WRITE ENCODE-REPORT-LINE FROM ENC-EXC-LINE.

       P-999-ABEND.
           DISPLAY "SYS-ENCODE-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-ENCODE-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-ENCODE-86.
