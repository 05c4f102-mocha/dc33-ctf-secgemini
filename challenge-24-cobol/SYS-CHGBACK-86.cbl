       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-CHGBACK-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-RATE-FILE ASSIGN TO "CHGRATE.CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGRATE-STATUS.

           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT PUBLISH-LOG-FILE ASSIGN TO "IFPUBLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUBLOG-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT PROCESSED-FILE-MASTER ASSIGN TO "PROCMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PROCMST-STATUS.

           SELECT SOURCE-ACK-FILE
               ASSIGN TO DYNAMIC WS-SRCACK-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCACK-STATUS.

           SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "CHGBACK.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CHARGEBACK-FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-RATE-FILE
           RECORDING MODE IS F.
       COPY CHGRREC.

       FD  STAT-HISTORY-FILE
           RECORDING MODE IS F.
       COPY STATHREC.

       FD  PUBLISH-LOG-FILE
           RECORDING MODE IS F.
       COPY PLOGREC.

       FD  RUN-HISTORY-FILE.
       COPY RUNHREC.

       FD  PROCESSED-FILE-MASTER.
       COPY PROCREC.

       FD  SOURCE-ACK-FILE
           RECORDING MODE IS F.
       COPY SRCAREC.

       FD  CHARGEBACK-REPORT-FILE
           RECORDING MODE IS F.
       01  CHARGEBACK-REPORT-LINE   PIC X(80).

       FD  CHARGEBACK-FEED-FILE
           RECORDING MODE IS F.
       COPY CHGFREC.

       WORKING-STORAGE SECTION.
       01  WS-CHGRATE-STATUS        PIC X(2).
       01  WS-STATHIST-STATUS       PIC X(2).
       01  WS-PUBLOG-STATUS         PIC X(2).
       01  WS-RUNHIST-STATUS        PIC X(2).
       01  WS-PROCMST-STATUS        PIC X(2).
       01  WS-SRCACK-FILE-NAME      PIC X(30).
       01  WS-SRCACK-STATUS         PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-FEED-FILE-NAME        PIC X(30).
       01  WS-FEED-STATUS           PIC X(2).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-RUN-MONTH             PIC 9(6).
       01  WS-MONTH-IN              PIC X(6).
       01  WS-MONTH-IN-N REDEFINES WS-MONTH-IN
                                    PIC 9(6).
       01  WS-MONTH                 PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY         PIC 9(4).
           05 WS-MONTH-MM           PIC 9(2).
       01  WS-MONTH-START           PIC 9(8).
       01  WS-MONTH-END             PIC 9(8).

       COPY TRANTBL.

       01  WS-DEST-COUNT            PIC 9(2) COMP VALUE 0.
       01  WS-DEST-IDX              PIC 9(2) COMP.
       01  WS-DEST-TABLE.
           05 WS-DST-ID             PIC X(8) OCCURS 4 TIMES.

       01  WS-RATE-MAX              PIC 9(4) COMP VALUE 50.
       01  WS-RATE-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-RATE-RECNO            PIC 9(4) COMP VALUE 0.
       01  WS-RATE-IDX              PIC 9(4) COMP.
       01  WS-RATE-FOUND            PIC 9(4) COMP.
       01  WS-RATE-SCORE            PIC 9(4) COMP.
       01  WS-RATE-BEST             PIC 9(4) COMP.
       01  WS-LOOK-SOURCE           PIC X(8).
       01  WS-LOOK-DEST             PIC X(8).

       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
              10 WS-RT-SOURCE-SYS   PIC X(8).
              10 WS-RT-DEST-ID      PIC X(8).
              10 WS-RT-FILE-RATE    PIC 9(5)V99.
              10 WS-RT-MSG-RATE     PIC 9(3)V9(4).
              10 WS-RT-POINT-RATE   PIC 9(3)V9(4).
              10 WS-RT-RESUB-SURCH  PIC 9(5)V99.
              10 WS-RT-RESEND-SURCH PIC 9(3)V9(4).

       01  WS-BAT-MAX               PIC 9(4) COMP VALUE 2000.
       01  WS-BAT-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-BAT-IDX               PIC 9(4) COMP.
       01  WS-BAT-SCAN              PIC 9(4) COMP.
       01  WS-BAT-FOUND             PIC 9(4) COMP VALUE 0.
       01  WS-FIND-RUN-DATE         PIC 9(8).
       01  WS-FIND-BATCH-ID         PIC 9(8).
       01  WS-SRCACK-DATE           PIC 9(8).

       01  WS-BATCH-TABLE.
           05 WS-BAT-ENTRY OCCURS 2000 TIMES.
              10 WS-BAT-RUN-DATE    PIC 9(8).
              10 WS-BAT-ID          PIC 9(8).
              10 WS-BAT-SOURCE-SYS  PIC X(8).
              10 WS-BAT-STATHIST-SW PIC X.
                 88 BAT-ON-STATHIST      VALUE "Y".
              10 WS-BAT-RESUB-SW    PIC X.
                 88 BAT-RESUBMITTED      VALUE "Y".
              10 WS-BAT-SRCACK-SW   PIC X.
                 88 BAT-SRCACK-CHECKED   VALUE "Y".
              10 WS-BAT-MESSAGES    PIC 9(6) COMP.
              10 WS-BAT-POINTS      PIC 9(8) COMP.
              10 WS-BAT-RNGE        PIC 9(6) COMP.
              10 WS-BAT-UNMP        PIC 9(6) COMP.
              10 WS-BAT-CORRECTIONS PIC 9(6) COMP.
              10 WS-BAT-RESENDS     PIC 9(6) COMP.
              10 WS-BAT-RUNHIST-SW  PIC X.
                 88 BAT-ON-RUNHIST       VALUE "Y".
              10 WS-BAT-RH-POINTS   PIC 9(8) COMP.
              10 WS-BAT-RH-RNGE     PIC 9(6) COMP.
              10 WS-BAT-CHECK-SW    PIC X.
                 88 BAT-AGREED           VALUE "A".
                 88 BAT-CORRECTED        VALUE "C".
                 88 BAT-OUT-OF-BALANCE   VALUE "O".
                 88 BAT-NOT-ON-RUNHIST   VALUE "N".

       01  WS-SRC-MAX               PIC 9(4) COMP VALUE 50.
       01  WS-SRC-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-SRC-IDX               PIC 9(4) COMP.
       01  WS-SRC-FOUND             PIC 9(4) COMP.
       01  WS-SRC-INSERT            PIC 9(4) COMP.
       01  WS-SRC-WANTED            PIC X(8).

       01  WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 50 TIMES.
              10 WS-SRC-ID          PIC X(8).
              10 WS-SRC-FILES       PIC 9(6) COMP.
              10 WS-SRC-RESUBS      PIC 9(6) COMP.
              10 WS-SRC-MESSAGES    PIC 9(8) COMP.
              10 WS-SRC-POINTS      PIC 9(10) COMP.
              10 WS-SRC-RNGE        PIC 9(8) COMP.
              10 WS-SRC-UNMP        PIC 9(8) COMP.
              10 WS-SRC-CORRECTIONS PIC 9(6) COMP.
              10 WS-SRC-RESENDS     PIC 9(6) COMP.
              10 WS-SRC-CHARGE OCCURS 4 TIMES.
                 15 WS-SCH-UNMP       PIC 9(8) COMP.
                 15 WS-SCH-RESENDS    PIC 9(6) COMP.
                 15 WS-SCH-VOLUME-AMT PIC 9(9)V99.
                 15 WS-SCH-SURCHG-AMT PIC 9(9)V99.
                 15 WS-SCH-TOTAL-AMT  PIC 9(9)V99.
                 15 WS-SCH-RATED-SW   PIC X.
                    88 SCH-RATED            VALUE "Y".

       01  WS-SH-BATCHES            PIC 9(6) COMP VALUE 0.
       01  WS-SH-POINTS             PIC 9(10) COMP VALUE 0.
       01  WS-SH-RNGE               PIC 9(8) COMP VALUE 0.
       01  WS-SH-UNMP               PIC 9(8) COMP VALUE 0.

       01  WS-RUNHIST-SW            PIC X VALUE "N".
           88 RUNHIST-SCANNED              VALUE "Y".
       01  WS-RH-POINTS             PIC 9(10) COMP VALUE 0.
       01  WS-RH-RNGE               PIC 9(8) COMP VALUE 0.
       01  WS-CNT-AGREED            PIC 9(6) COMP VALUE 0.
       01  WS-CNT-CORRECTED         PIC 9(6) COMP VALUE 0.
       01  WS-CNT-OUT-OF-BALANCE    PIC 9(6) COMP VALUE 0.
       01  WS-CNT-NOT-ON-RH         PIC 9(6) COMP VALUE 0.

       01  WS-FT-FILES              PIC 9(6) COMP VALUE 0.
       01  WS-FT-MESSAGES           PIC 9(8) COMP VALUE 0.
       01  WS-FT-POINTS             PIC 9(10) COMP VALUE 0.
       01  WS-FT-RNGE               PIC 9(8) COMP VALUE 0.
       01  WS-FT-UNMP               PIC 9(8) COMP VALUE 0.
       01  WS-FT-RESENDS            PIC 9(6) COMP VALUE 0.
       01  WS-FT-AMOUNT             PIC 9(11)V99 VALUE 0.

       01  WS-TOT-FILES             PIC 9(6) COMP VALUE 0.
       01  WS-TOT-RESUBS            PIC 9(6) COMP VALUE 0.
       01  WS-TOT-MESSAGES          PIC 9(8) COMP VALUE 0.
       01  WS-TOT-POINTS            PIC 9(10) COMP VALUE 0.
       01  WS-TOT-RNGE              PIC 9(8) COMP VALUE 0.
       01  WS-TOT-UNMP              PIC 9(8) COMP VALUE 0.
       01  WS-TOT-CORRECTIONS       PIC 9(6) COMP VALUE 0.
       01  WS-TOT-RESENDS           PIC 9(6) COMP VALUE 0.
       01  WS-AMT-FILES             PIC 9(11)V9(4).
       01  WS-AMT-MESSAGES          PIC 9(11)V9(4).
       01  WS-AMT-POINTS            PIC 9(11)V9(4).
       01  WS-AMT-RESUBS            PIC 9(11)V9(4).
       01  WS-AMT-RESENDS           PIC 9(11)V9(4).

       01  WS-TOT-VOLUME-AMT        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SURCHG-AMT        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-AMOUNT            PIC 9(11)V99 VALUE 0.

       01  WS-CNT-ATTR-PROCMST      PIC 9(6) COMP VALUE 0.
       01  WS-CNT-ATTR-SRCACK       PIC 9(6) COMP VALUE 0.
       01  WS-CNT-UNATTRIBUTED      PIC 9(6) COMP VALUE 0.
       01  WS-CNT-RH-NOT-ON-SH      PIC 9(6) COMP VALUE 0.
       01  WS-CNT-UNRATED           PIC 9(6) COMP VALUE 0.
       01  WS-CNT-FEED-DETAILS      PIC 9(6) COMP VALUE 0.
       01  WS-WARNING-COUNT         PIC 9(6) COMP VALUE 0.

       01  WS-BALANCE-SW            PIC X VALUE "Y".
           88 MONTH-IN-BALANCE             VALUE "Y".

       01  CHG-HEADING-1.
           05 FILLER PIC X(14) VALUE "SYS-CHGBACK-86".
           05 FILLER PIC X(22) VALUE "  MONTHLY CHARGEBACK  ".
           05 FILLER PIC X(6)  VALUE "MONTH ".
           05 CHG-H1-MONTH     PIC 9(6).
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "RUN DATE ".
           05 CHG-H1-RUN-DATE  PIC 9(8).
           05 FILLER PIC X(13) VALUE SPACES.

       01  CHG-SECTION-LINE.
           05 CHG-SEC-TEXT PIC X(50).
           05 FILLER PIC X(30) VALUE SPACES.

       01  CHG-TOTAL-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CHG-TOT-LABEL    PIC X(30).
           05 CHG-TOT-VALUE    PIC Z(9)9.
           05 FILLER           PIC X(38) VALUE SPACES.

       01  CHG-AMOUNT-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CHG-AMT-LABEL    PIC X(30).
           05 CHG-AMT-VALUE    PIC Z(10)9.99.
           05 FILLER           PIC X(34) VALUE SPACES.

       01  CHG-VOLUME-HEADING.
           05 FILLER PIC X(10) VALUE "  SOURCE  ".
           05 FILLER PIC X(14) VALUE "  FILES RESUB ".
           05 FILLER PIC X(21) VALUE "MESSAGES DATA-POINTS ".
           05 FILLER PIC X(16) VALUE "   RNGE    UNMP ".
           05 FILLER PIC X(11) VALUE " CORR RESND".
           05 FILLER PIC X(8)  VALUE SPACES.

       01  CHG-VOLUME-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CV-SOURCE        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CV-FILES         PIC Z(5)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CV-RESUBS        PIC Z(4)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CV-MESSAGES      PIC Z(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CV-POINTS        PIC Z(10)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CV-RNGE          PIC Z(6)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CV-UNMP          PIC Z(6)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CV-CORRECTIONS   PIC Z(4)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CV-RESENDS       PIC Z(4)9.
           05 FILLER           PIC X(8) VALUE SPACES.

       01  CHG-CHARGE-HEADING.
           05 FILLER PIC X(20) VALUE "  SOURCE    DEST    ".
           05 FILLER PIC X(9)  VALUE "    UNMP ".
           05 FILLER PIC X(13) VALUE "  VOLUME CHG ".
           05 FILLER PIC X(13) VALUE "   SURCHARGE ".
           05 FILLER PIC X(12) VALUE "       TOTAL".
           05 FILLER PIC X(13) VALUE SPACES.

       01  CHG-CHARGE-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CC-SOURCE        PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CC-DEST          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CC-UNMP          PIC Z(6)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CC-VOLUME-AMT    PIC Z(8)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 CC-SURCHG-AMT    PIC Z(8)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 CC-TOTAL-AMT     PIC Z(8)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 CC-RATE-NOTE     PIC X(8).
           05 FILLER           PIC X(4) VALUE SPACES.

       01  CHG-BATCH-HEADING.
           05 FILLER PIC X(20) VALUE "  RUN DATE BATCH ID ".
           05 FILLER PIC X(18) VALUE "  SH PTS   RH PTS ".
           05 FILLER PIC X(20) VALUE "SH RNG RH RNG STATUS".
           05 FILLER PIC X(22) VALUE SPACES.

       01  CHG-BATCH-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CB-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CB-BATCH-ID      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CB-SH-POINTS     PIC Z(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CB-RH-POINTS     PIC Z(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CB-SH-RNGE       PIC Z(5)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CB-RH-RNGE       PIC Z(5)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CB-STATUS        PIC X(20).
           05 FILLER           PIC X(8) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-CHGBACK-86 MONTHLY VOLUME AND CHARGEBACK".
           MOVE SPACES TO INCIDENT-LOG-RECORD.

           PERFORM P-010-SET-MONTH.
           PERFORM P-020-LOAD-RATES.
           PERFORM P-030-LOAD-DESTINATIONS.
           PERFORM P-100-SCAN-STATHIST.
           PERFORM P-200-SCAN-PUBLOG.
           PERFORM P-300-SCAN-RUNHIST.
           PERFORM P-400-SCAN-PROCMST.
           PERFORM P-450-SCAN-SRCACK.
           PERFORM P-500-SUMMARISE-SOURCES.
           PERFORM P-550-CROSSFOOT.
           PERFORM P-600-PRICE-CHARGES.
           PERFORM P-700-PRINT-REPORT.

           IF NOT MONTH-IN-BALANCE
               DISPLAY "ERROR: CHARGEBACK VOLUMES DO NOT BALANCE - "
                   "FEED NOT WRITTEN, SEE CHGBACK.RPT"
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE "STATHIST.DAT" TO IL-FILE-NAME
               MOVE "CHARGEBACK VOLUMES DO NOT BALANCE TO RUNHIST.DAT"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           PERFORM P-800-WRITE-FEED.

           IF WS-WARNING-COUNT > 0
               DISPLAY "WARNING: " WS-WARNING-COUNT " CHARGEBACK "
                   "EXCEPTIONS - SEE CHGBACK.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       P-010-SET-MONTH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-MONTH = WS-RUN-YYYY * 100 + WS-RUN-MM.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN = SPACES
               IF WS-RUN-MM = 1
                   COMPUTE WS-MONTH-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-MONTH-YYYY
                   COMPUTE WS-MONTH-MM = WS-RUN-MM - 1
               END-IF
           ELSE
               IF WS-MONTH-IN-N NOT NUMERIC
                   DISPLAY "ERROR: MONTH """ WS-MONTH-IN
                       """ IS NOT A VALID YYYYMM MONTH"
                   MOVE "P-010-SET-MONTH" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "MONTH IS NOT A VALID YYYYMM MONTH"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               MOVE WS-MONTH-IN-N TO WS-MONTH
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   DISPLAY "ERROR: MONTH """ WS-MONTH-IN
                       """ IS NOT A VALID YYYYMM MONTH"
                   MOVE "P-010-SET-MONTH" TO IL-PARAGRAPH
                   SET IL-CAUSE-PARAMETER TO TRUE
                   MOVE "MONTH IS NOT A VALID YYYYMM MONTH"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
           END-IF.
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-MONTH * 100 + 31.
           IF WS-MONTH NOT < WS-RUN-MONTH
               DISPLAY "NOTE: MONTH " WS-MONTH " IS NOT YET COMPLETE"
                   " - VOLUMES ARE TO DATE ONLY"
           END-IF.
           DISPLAY "Chargeback month " WS-MONTH.

       P-020-LOAD-RATES.
           OPEN INPUT CHARGE-RATE-FILE.
           IF WS-CHGRATE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN CHGRATE.CTL, STATUS="
                   WS-CHGRATE-STATUS " - CHARGES CANNOT BE PRICED"
               MOVE "P-020-LOAD-RATES" TO IL-PARAGRAPH
               MOVE "CHGRATE.CTL" TO IL-FILE-NAME
               MOVE WS-CHGRATE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN CHGRATE.CTL"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM UNTIL WS-CHGRATE-STATUS = "10"
               READ CHARGE-RATE-FILE
                   AT END
                       MOVE "10" TO WS-CHGRATE-STATUS
                   NOT AT END
                       ADD 1 TO WS-RATE-RECNO
                       PERFORM P-025-STORE-RATE
               END-READ
           END-PERFORM.
           CLOSE CHARGE-RATE-FILE.
           IF WS-RATE-COUNT = 0
               DISPLAY "ERROR: CHGRATE.CTL CONTAINS NO RATES"
               MOVE "P-020-LOAD-RATES" TO IL-PARAGRAPH
               MOVE "CHGRATE.CTL" TO IL-FILE-NAME
               MOVE "CHGRATE.CTL CONTAINS NO RATES" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           DISPLAY "Chargeback rates loaded: " WS-RATE-COUNT.

       P-025-STORE-RATE.
           IF CR-SOURCE-SYS = SPACES OR CR-DEST-ID = SPACES
               DISPLAY "ERROR: CHGRATE.CTL RECORD " WS-RATE-RECNO
                   " HAS NO SOURCE SYSTEM OR DESTINATION - USE *"
                   " FOR ALL"
               MOVE "P-025-STORE-RATE" TO IL-PARAGRAPH
               MOVE "CHGRATE.CTL" TO IL-FILE-NAME
               MOVE "CHGRATE.CTL RECORD HAS NO SOURCE SYSTEM"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF CR-FILE-RATE NOT NUMERIC
                   OR CR-MSG-RATE NOT NUMERIC
                   OR CR-POINT-RATE NOT NUMERIC
                   OR CR-RESUB-SURCHARGE NOT NUMERIC
                   OR CR-RESEND-SURCHARGE NOT NUMERIC
               DISPLAY "ERROR: CHGRATE.CTL RECORD " WS-RATE-RECNO
                   " HAS A NON-NUMERIC RATE"
               MOVE "P-025-STORE-RATE" TO IL-PARAGRAPH
               MOVE "CHGRATE.CTL" TO IL-FILE-NAME
               MOVE "CHGRATE.CTL RECORD HAS A NON-NUMERIC RATE"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               DISPLAY "ERROR: CHGRATE.CTL RATES EXCEED LIMIT OF "
                   WS-RATE-MAX
               MOVE "P-025-STORE-RATE" TO IL-PARAGRAPH
               MOVE "CHGRATE.CTL" TO IL-FILE-NAME
               MOVE "CHGRATE.CTL RATES EXCEED LIMIT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE CR-SOURCE-SYS TO WS-RT-SOURCE-SYS(WS-RATE-COUNT).
           MOVE CR-DEST-ID TO WS-RT-DEST-ID(WS-RATE-COUNT).
           MOVE CR-FILE-RATE TO WS-RT-FILE-RATE(WS-RATE-COUNT).
           MOVE CR-MSG-RATE TO WS-RT-MSG-RATE(WS-RATE-COUNT).
           MOVE CR-POINT-RATE TO WS-RT-POINT-RATE(WS-RATE-COUNT).
           MOVE CR-RESUB-SURCHARGE
               TO WS-RT-RESUB-SURCH(WS-RATE-COUNT).
           MOVE CR-RESEND-SURCHARGE
               TO WS-RT-RESEND-SURCH(WS-RATE-COUNT).

       P-030-LOAD-DESTINATIONS.
           CALL "SUB-TRANTBL-RTN"
               USING BY REFERENCE TRAN-TABLE-AREA WS-MONTH-END.
           MOVE TA-DEST-COUNT TO WS-DEST-COUNT.
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-COUNT
               IF TA-DEST-ID(WS-DEST-IDX) = SPACES
                   MOVE "PRIMARY" TO WS-DST-ID(WS-DEST-IDX)
               ELSE
                   MOVE TA-DEST-ID(WS-DEST-IDX)
                       TO WS-DST-ID(WS-DEST-IDX)
               END-IF
           END-PERFORM.

       P-100-SCAN-STATHIST.
           OPEN INPUT STAT-HISTORY-FILE.
           IF WS-STATHIST-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN STATHIST.DAT, STATUS="
                   WS-STATHIST-STATUS " - NO BASIS FOR THE MONTH"
               MOVE "P-100-SCAN-STATHIST" TO IL-PARAGRAPH
               MOVE "STATHIST.DAT" TO IL-FILE-NAME
               MOVE WS-STATHIST-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN STATHIST.DAT"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM UNTIL WS-STATHIST-STATUS = "10"
               READ STAT-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-STATHIST-STATUS
                   NOT AT END
                       IF SH-MSG-SEQ = 0
                               AND SH-RUN-DATE >= WS-MONTH-START
                               AND SH-RUN-DATE <= WS-MONTH-END
                           PERFORM P-110-TALLY-STATHIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAT-HISTORY-FILE.
           IF WS-SH-BATCHES = 0
               DISPLAY "WARNING: STATHIST.DAT HAS NO BATCHES FOR "
                   "MONTH " WS-MONTH
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       P-110-TALLY-STATHIST.
           ADD 1 TO WS-SH-BATCHES.
           ADD SH-STAT-COUNT TO WS-SH-POINTS.
           ADD SH-STAT-REJECTED TO WS-SH-RNGE.
           ADD SH-STAT-UNMAPPED TO WS-SH-UNMP.
           MOVE SH-RUN-DATE TO WS-FIND-RUN-DATE.
           MOVE SH-BATCH-ID TO WS-FIND-BATCH-ID.
           PERFORM P-150-FIND-BATCH.
           IF WS-BAT-FOUND = 0
               PERFORM P-160-ADD-BATCH
           END-IF.
           SET BAT-ON-STATHIST(WS-BAT-FOUND) TO TRUE.
           ADD SH-STAT-COUNT TO WS-BAT-POINTS(WS-BAT-FOUND).
           ADD SH-STAT-REJECTED TO WS-BAT-RNGE(WS-BAT-FOUND).
           ADD SH-STAT-UNMAPPED TO WS-BAT-UNMP(WS-BAT-FOUND).

       P-150-FIND-BATCH.
           IF WS-BAT-FOUND > 0
               IF WS-BAT-RUN-DATE(WS-BAT-FOUND) NOT = WS-FIND-RUN-DATE
                       OR WS-BAT-ID(WS-BAT-FOUND)
                           NOT = WS-FIND-BATCH-ID
                   MOVE 0 TO WS-BAT-FOUND
               END-IF
           END-IF.
           IF WS-BAT-FOUND = 0
               PERFORM VARYING WS-BAT-SCAN FROM 1 BY 1
                       UNTIL WS-BAT-SCAN > WS-BAT-COUNT
                           OR WS-BAT-FOUND > 0
                   IF WS-BAT-RUN-DATE(WS-BAT-SCAN) = WS-FIND-RUN-DATE
                           AND WS-BAT-ID(WS-BAT-SCAN)
                               = WS-FIND-BATCH-ID
                       MOVE WS-BAT-SCAN TO WS-BAT-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       P-160-ADD-BATCH.
           IF WS-BAT-COUNT >= WS-BAT-MAX
               DISPLAY "ERROR: BATCHES FOR MONTH " WS-MONTH
                   " EXCEED LIMIT OF " WS-BAT-MAX
               MOVE "P-160-ADD-BATCH" TO IL-PARAGRAPH
               MOVE "BATCHES FOR MONTH EXCEED LIMIT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           ADD 1 TO WS-BAT-COUNT.
           MOVE WS-BAT-COUNT TO WS-BAT-FOUND.
           MOVE WS-FIND-RUN-DATE TO WS-BAT-RUN-DATE(WS-BAT-FOUND).
           MOVE WS-FIND-BATCH-ID TO WS-BAT-ID(WS-BAT-FOUND).
           MOVE SPACES TO WS-BAT-SOURCE-SYS(WS-BAT-FOUND).
           MOVE "N" TO WS-BAT-STATHIST-SW(WS-BAT-FOUND).
           MOVE "N" TO WS-BAT-RESUB-SW(WS-BAT-FOUND).
           MOVE "N" TO WS-BAT-SRCACK-SW(WS-BAT-FOUND).
           MOVE 0 TO WS-BAT-MESSAGES(WS-BAT-FOUND).
           MOVE 0 TO WS-BAT-POINTS(WS-BAT-FOUND).
           MOVE 0 TO WS-BAT-RNGE(WS-BAT-FOUND).
           MOVE 0 TO WS-BAT-UNMP(WS-BAT-FOUND).
           MOVE 0 TO WS-BAT-CORRECTIONS(WS-BAT-FOUND).
           MOVE 0 TO WS-BAT-RESENDS(WS-BAT-FOUND).
           MOVE "N" TO WS-BAT-RUNHIST-SW(WS-BAT-FOUND).
           MOVE 0 TO WS-BAT-RH-POINTS(WS-BAT-FOUND).
           MOVE 0 TO WS-BAT-RH-RNGE(WS-BAT-FOUND).
           MOVE SPACE TO WS-BAT-CHECK-SW(WS-BAT-FOUND).

       P-200-SCAN-PUBLOG.
           OPEN INPUT PUBLISH-LOG-FILE.
           IF WS-PUBLOG-STATUS NOT = "00"
               DISPLAY "NOTE: IFPUBLOG.DAT NOT FOUND - NO RESENDS "
                   "COUNTED"
           ELSE
               PERFORM UNTIL WS-PUBLOG-STATUS = "10"
                   READ PUBLISH-LOG-FILE
                       AT END
                           MOVE "10" TO WS-PUBLOG-STATUS
                       NOT AT END
                           PERFORM P-210-TALLY-RESEND
                   END-READ
               END-PERFORM
               CLOSE PUBLISH-LOG-FILE
           END-IF.

       P-210-TALLY-RESEND.
           IF PL-RESEND-COUNT NUMERIC AND PL-RESEND-COUNT > 0
                   AND PL-PUBLISH-DATE >= WS-MONTH-START
                   AND PL-PUBLISH-DATE <= WS-MONTH-END
               MOVE PL-RUN-DATE TO WS-FIND-RUN-DATE
               MOVE PL-BATCH-ID TO WS-FIND-BATCH-ID
               PERFORM P-150-FIND-BATCH
               IF WS-BAT-FOUND = 0
                   PERFORM P-160-ADD-BATCH
               END-IF
               ADD 1 TO WS-BAT-RESENDS(WS-BAT-FOUND)
           END-IF.

       P-300-SCAN-RUNHIST.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "WARNING: RUNHIST.DAT NOT AVAILABLE, STATUS="
                   WS-RUNHIST-STATUS " - NO MESSAGES OR CORRECTIONS "
                   "COUNTED"
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               SET RUNHIST-SCANNED TO TRUE
               MOVE WS-MONTH-START TO RH-RUN-DATE
               MOVE 0 TO RH-RUN-SEQ
               MOVE 0 TO RH-MSG-SEQ
               START RUN-HISTORY-FILE KEY >= RH-KEY
                   INVALID KEY
                       MOVE "23" TO WS-RUNHIST-STATUS
               END-START
               PERFORM UNTIL WS-RUNHIST-STATUS NOT = "00"
                   READ RUN-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-RUNHIST-STATUS
                       NOT AT END
                           IF RH-RUN-DATE <= WS-MONTH-END
                               PERFORM P-310-TALLY-RUNHIST
                           ELSE
                               MOVE "10" TO WS-RUNHIST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

       P-310-TALLY-RUNHIST.
           MOVE RH-RUN-DATE TO WS-FIND-RUN-DATE.
           MOVE RH-BATCH-ID TO WS-FIND-BATCH-ID.
           PERFORM P-150-FIND-BATCH.
           IF WS-BAT-FOUND = 0
               IF RH-MSG-SEQ = 0
                   ADD 1 TO WS-CNT-RH-NOT-ON-SH
                   ADD 1 TO WS-WARNING-COUNT
                   DISPLAY "WARNING: RUNHIST.DAT RUN " RH-RUN-DATE
                       " BATCH " RH-BATCH-ID " IS NOT ON STATHIST.DAT"
                       " - NOT CHARGED"
               END-IF
           ELSE
               SET BAT-ON-RUNHIST(WS-BAT-FOUND) TO TRUE
               IF RH-MSG-SEQ = 0
                   IF RH-RESUBMITTED
                       SET BAT-RESUBMITTED(WS-BAT-FOUND) TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-BAT-MESSAGES(WS-BAT-FOUND)
                   ADD RH-STAT-COUNT TO WS-BAT-RH-POINTS(WS-BAT-FOUND)
                   ADD RH-STAT-REJECTED TO WS-BAT-RH-RNGE(WS-BAT-FOUND)
                   IF RH-STATUS-CORRECTED
                       ADD 1 TO WS-BAT-CORRECTIONS(WS-BAT-FOUND)
                   END-IF
               END-IF
           END-IF.

       P-400-SCAN-PROCMST.
           OPEN INPUT PROCESSED-FILE-MASTER.
           IF WS-PROCMST-STATUS NOT = "00"
               DISPLAY "NOTE: PROCMST.DAT NOT AVAILABLE, STATUS="
                   WS-PROCMST-STATUS " - SOURCES TAKEN FROM SRCACK "
                   "FILES ONLY"
           ELSE
               PERFORM UNTIL WS-PROCMST-STATUS NOT = "00"
                   READ PROCESSED-FILE-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO WS-PROCMST-STATUS
                       NOT AT END
                           PERFORM P-410-ATTRIBUTE-PROCMST
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-FILE-MASTER
           END-IF.

       P-410-ATTRIBUTE-PROCMST.
           MOVE PM-RUN-DATE TO WS-FIND-RUN-DATE.
           MOVE PM-BATCH-ID TO WS-FIND-BATCH-ID.
           PERFORM P-150-FIND-BATCH.
           IF WS-BAT-FOUND > 0
               IF WS-BAT-SOURCE-SYS(WS-BAT-FOUND) = SPACES
                   MOVE PM-SOURCE-SYS
                       TO WS-BAT-SOURCE-SYS(WS-BAT-FOUND)
                   ADD 1 TO WS-CNT-ATTR-PROCMST
               END-IF
               IF PM-RESUBMIT-COUNT > 0
                   SET BAT-RESUBMITTED(WS-BAT-FOUND) TO TRUE
               END-IF
           END-IF.

       P-450-SCAN-SRCACK.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-BAT-SOURCE-SYS(WS-BAT-IDX) = SPACES
                       AND NOT BAT-SRCACK-CHECKED(WS-BAT-IDX)
                   MOVE WS-BAT-RUN-DATE(WS-BAT-IDX) TO WS-SRCACK-DATE
                   PERFORM P-460-READ-SRCACK
               END-IF
           END-PERFORM.

       P-460-READ-SRCACK.
           STRING "SRCACK" WS-SRCACK-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-SRCACK-FILE-NAME.
           OPEN INPUT SOURCE-ACK-FILE.
           IF WS-SRCACK-STATUS = "00"
               PERFORM UNTIL WS-SRCACK-STATUS = "10"
                   READ SOURCE-ACK-FILE
                       AT END
                           MOVE "10" TO WS-SRCACK-STATUS
                       NOT AT END
                           IF SA-HEADER-REC
                               PERFORM P-470-ATTRIBUTE-SRCACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-ACK-FILE
           END-IF.
           PERFORM VARYING WS-BAT-SCAN FROM 1 BY 1
                   UNTIL WS-BAT-SCAN > WS-BAT-COUNT
               IF WS-BAT-RUN-DATE(WS-BAT-SCAN) = WS-SRCACK-DATE
                   SET BAT-SRCACK-CHECKED(WS-BAT-SCAN) TO TRUE
               END-IF
           END-PERFORM.

       P-470-ATTRIBUTE-SRCACK.
           IF SA-HDR-RUN-DATE NUMERIC AND SA-HDR-BATCH-ID NUMERIC
               MOVE SA-HDR-RUN-DATE TO WS-FIND-RUN-DATE
               MOVE SA-HDR-BATCH-ID TO WS-FIND-BATCH-ID
               PERFORM P-150-FIND-BATCH
               IF WS-BAT-FOUND > 0
                   IF WS-BAT-SOURCE-SYS(WS-BAT-FOUND) = SPACES
                       MOVE SA-HDR-SOURCE-SYS
                           TO WS-BAT-SOURCE-SYS(WS-BAT-FOUND)
                       ADD 1 TO WS-CNT-ATTR-SRCACK
                   END-IF
               END-IF
           END-IF.

       P-500-SUMMARISE-SOURCES.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-BAT-SOURCE-SYS(WS-BAT-IDX) = SPACES
                   ADD 1 TO WS-CNT-UNATTRIBUTED
                   ADD 1 TO WS-WARNING-COUNT
                   DISPLAY "WARNING: RUN " WS-BAT-RUN-DATE(WS-BAT-IDX)
                       " BATCH " WS-BAT-ID(WS-BAT-IDX)
                       " CANNOT BE ATTRIBUTED TO A SOURCE SYSTEM - "
                       "CHARGED TO UNKNOWN"
                   MOVE "UNKNOWN" TO WS-SRC-WANTED
               ELSE
                   MOVE WS-BAT-SOURCE-SYS(WS-BAT-IDX) TO WS-SRC-WANTED
               END-IF
               PERFORM P-510-FIND-SOURCE
               PERFORM P-520-ADD-BATCH-TO-SOURCE
           END-PERFORM.

       P-510-FIND-SOURCE.
           MOVE 0 TO WS-SRC-FOUND.
           MOVE 0 TO WS-SRC-INSERT.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                       OR WS-SRC-FOUND > 0
                       OR WS-SRC-INSERT > 0
               IF WS-SRC-ID(WS-SRC-IDX) = WS-SRC-WANTED
                   MOVE WS-SRC-IDX TO WS-SRC-FOUND
               ELSE
                   IF WS-SRC-ID(WS-SRC-IDX) > WS-SRC-WANTED
                       MOVE WS-SRC-IDX TO WS-SRC-INSERT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SRC-FOUND = 0
               IF WS-SRC-COUNT >= WS-SRC-MAX
                   DISPLAY "ERROR: SOURCE SYSTEMS FOR MONTH " WS-MONTH
                       " EXCEED LIMIT OF " WS-SRC-MAX
                   MOVE "P-510-FIND-SOURCE" TO IL-PARAGRAPH
                   MOVE "SOURCE SYSTEMS FOR MONTH EXCEED LIMIT"
                       TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               IF WS-SRC-INSERT = 0
                   COMPUTE WS-SRC-INSERT = WS-SRC-COUNT + 1
               END-IF
               PERFORM VARYING WS-SRC-IDX FROM WS-SRC-COUNT BY -1
                       UNTIL WS-SRC-IDX < WS-SRC-INSERT
                   MOVE WS-SRC-ENTRY(WS-SRC-IDX)
                       TO WS-SRC-ENTRY(WS-SRC-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-INSERT TO WS-SRC-FOUND
               MOVE WS-SRC-WANTED TO WS-SRC-ID(WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-FILES(WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-RESUBS(WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-MESSAGES(WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-POINTS(WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-RNGE(WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-UNMP(WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-CORRECTIONS(WS-SRC-FOUND)
               MOVE 0 TO WS-SRC-RESENDS(WS-SRC-FOUND)
           END-IF.

       P-520-ADD-BATCH-TO-SOURCE.
           IF BAT-ON-STATHIST(WS-BAT-IDX)
               ADD 1 TO WS-SRC-FILES(WS-SRC-FOUND)
               IF BAT-RESUBMITTED(WS-BAT-IDX)
                   ADD 1 TO WS-SRC-RESUBS(WS-SRC-FOUND)
               END-IF
           END-IF.
           ADD WS-BAT-MESSAGES(WS-BAT-IDX)
               TO WS-SRC-MESSAGES(WS-SRC-FOUND).
           ADD WS-BAT-POINTS(WS-BAT-IDX) TO WS-SRC-POINTS(WS-SRC-FOUND).
           ADD WS-BAT-RNGE(WS-BAT-IDX) TO WS-SRC-RNGE(WS-SRC-FOUND).
           ADD WS-BAT-UNMP(WS-BAT-IDX) TO WS-SRC-UNMP(WS-SRC-FOUND).
           ADD WS-BAT-CORRECTIONS(WS-BAT-IDX)
               TO WS-SRC-CORRECTIONS(WS-SRC-FOUND).
           ADD WS-BAT-RESENDS(WS-BAT-IDX)
               TO WS-SRC-RESENDS(WS-SRC-FOUND).

       P-550-CROSSFOOT.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               ADD WS-SRC-FILES(WS-SRC-IDX) TO WS-TOT-FILES
               ADD WS-SRC-RESUBS(WS-SRC-IDX) TO WS-TOT-RESUBS
               ADD WS-SRC-MESSAGES(WS-SRC-IDX) TO WS-TOT-MESSAGES
               ADD WS-SRC-POINTS(WS-SRC-IDX) TO WS-TOT-POINTS
               ADD WS-SRC-RNGE(WS-SRC-IDX) TO WS-TOT-RNGE
               ADD WS-SRC-UNMP(WS-SRC-IDX) TO WS-TOT-UNMP
               ADD WS-SRC-CORRECTIONS(WS-SRC-IDX)
                   TO WS-TOT-CORRECTIONS
               ADD WS-SRC-RESENDS(WS-SRC-IDX) TO WS-TOT-RESENDS
           END-PERFORM.
           IF WS-TOT-FILES NOT = WS-SH-BATCHES
                   OR WS-TOT-POINTS NOT = WS-SH-POINTS
                   OR WS-TOT-RNGE NOT = WS-SH-RNGE
                   OR WS-TOT-UNMP NOT = WS-SH-UNMP
               DISPLAY "ERROR: SOURCE TOTALS DO NOT CROSS-FOOT TO "
                   "STATHIST.DAT MONTH TOTALS"
               MOVE "N" TO WS-BALANCE-SW
           END-IF.
           IF RUNHIST-SCANNED
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BAT-COUNT
                   IF BAT-ON-STATHIST(WS-BAT-IDX)
                       PERFORM P-560-CHECK-BATCH
                   END-IF
               END-PERFORM
           END-IF.

       P-560-CHECK-BATCH.
           IF NOT BAT-ON-RUNHIST(WS-BAT-IDX)
               SET BAT-NOT-ON-RUNHIST(WS-BAT-IDX) TO TRUE
               ADD 1 TO WS-CNT-NOT-ON-RH
               ADD 1 TO WS-WARNING-COUNT
               DISPLAY "WARNING: STATHIST.DAT RUN "
                   WS-BAT-RUN-DATE(WS-BAT-IDX) " BATCH "
                   WS-BAT-ID(WS-BAT-IDX) " IS NOT ON RUNHIST.DAT"
                   " - NOT VERIFIED"
           ELSE
               ADD WS-BAT-RH-POINTS(WS-BAT-IDX) TO WS-RH-POINTS
               ADD WS-BAT-RH-RNGE(WS-BAT-IDX) TO WS-RH-RNGE
               IF WS-BAT-RH-POINTS(WS-BAT-IDX)
                       = WS-BAT-POINTS(WS-BAT-IDX)
                   AND WS-BAT-RH-RNGE(WS-BAT-IDX)
                       = WS-BAT-RNGE(WS-BAT-IDX)
                   SET BAT-AGREED(WS-BAT-IDX) TO TRUE
                   ADD 1 TO WS-CNT-AGREED
               ELSE
                   IF WS-BAT-CORRECTIONS(WS-BAT-IDX) > 0
                       SET BAT-CORRECTED(WS-BAT-IDX) TO TRUE
                       ADD 1 TO WS-CNT-CORRECTED
                       DISPLAY "NOTE: RUN " WS-BAT-RUN-DATE(WS-BAT-IDX)
                           " BATCH " WS-BAT-ID(WS-BAT-IDX)
                           " WAS CORRECTED AFTER STATHIST.DAT WAS "
                           "WRITTEN - CHARGED AS ORIGINALLY RUN"
                   ELSE
                       SET BAT-OUT-OF-BALANCE(WS-BAT-IDX) TO TRUE
                       ADD 1 TO WS-CNT-OUT-OF-BALANCE
                       MOVE "N" TO WS-BALANCE-SW
                       DISPLAY "ERROR: RUN " WS-BAT-RUN-DATE(WS-BAT-IDX)
                           " BATCH " WS-BAT-ID(WS-BAT-IDX)
                           " STATHIST.DAT DOES NOT AGREE WITH "
                           "RUNHIST.DAT"
                   END-IF
               END-IF
           END-IF.

       P-600-PRICE-CHARGES.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                       UNTIL WS-DEST-IDX > WS-DEST-COUNT
                   PERFORM P-610-PRICE-ONE-LINE
               END-PERFORM
           END-PERFORM.

       P-610-PRICE-ONE-LINE.
           IF WS-DEST-IDX = 1
               MOVE WS-SRC-UNMP(WS-SRC-IDX)
                   TO WS-SCH-UNMP(WS-SRC-IDX, WS-DEST-IDX)
               MOVE WS-SRC-RESENDS(WS-SRC-IDX)
                   TO WS-SCH-RESENDS(WS-SRC-IDX, WS-DEST-IDX)
           ELSE
               MOVE 0 TO WS-SCH-UNMP(WS-SRC-IDX, WS-DEST-IDX)
               MOVE 0 TO WS-SCH-RESENDS(WS-SRC-IDX, WS-DEST-IDX)
           END-IF.
           MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-LOOK-SOURCE.
           MOVE WS-DST-ID(WS-DEST-IDX) TO WS-LOOK-DEST.
           PERFORM P-620-FIND-RATE.
           IF WS-RATE-FOUND = 0
               MOVE 0 TO WS-SCH-VOLUME-AMT(WS-SRC-IDX, WS-DEST-IDX)
               MOVE 0 TO WS-SCH-SURCHG-AMT(WS-SRC-IDX, WS-DEST-IDX)
               MOVE 0 TO WS-SCH-TOTAL-AMT(WS-SRC-IDX, WS-DEST-IDX)
               MOVE "N" TO WS-SCH-RATED-SW(WS-SRC-IDX, WS-DEST-IDX)
               ADD 1 TO WS-CNT-UNRATED
               ADD 1 TO WS-WARNING-COUNT
               DISPLAY "WARNING: NO CHGRATE.CTL RATE FOR SOURCE "
                   WS-LOOK-SOURCE " DESTINATION " WS-LOOK-DEST
                   " - NOT CHARGED"
           ELSE
               COMPUTE WS-AMT-FILES = WS-SRC-FILES(WS-SRC-IDX)
                   * WS-RT-FILE-RATE(WS-RATE-FOUND)
               COMPUTE WS-AMT-MESSAGES = WS-SRC-MESSAGES(WS-SRC-IDX)
                   * WS-RT-MSG-RATE(WS-RATE-FOUND)
               COMPUTE WS-AMT-POINTS = WS-SRC-POINTS(WS-SRC-IDX)
                   * WS-RT-POINT-RATE(WS-RATE-FOUND)
               COMPUTE WS-AMT-RESUBS = WS-SRC-RESUBS(WS-SRC-IDX)
                   * WS-RT-RESUB-SURCH(WS-RATE-FOUND)
               COMPUTE WS-AMT-RESENDS =
                   WS-SCH-RESENDS(WS-SRC-IDX, WS-DEST-IDX)
                   * WS-RT-RESEND-SURCH(WS-RATE-FOUND)
               COMPUTE WS-SCH-VOLUME-AMT(WS-SRC-IDX, WS-DEST-IDX)
                   ROUNDED = WS-AMT-FILES + WS-AMT-MESSAGES
                       + WS-AMT-POINTS
               COMPUTE WS-SCH-SURCHG-AMT(WS-SRC-IDX, WS-DEST-IDX)
                   ROUNDED = WS-AMT-RESUBS + WS-AMT-RESENDS
               COMPUTE WS-SCH-TOTAL-AMT(WS-SRC-IDX, WS-DEST-IDX) =
                   WS-SCH-VOLUME-AMT(WS-SRC-IDX, WS-DEST-IDX)
                   + WS-SCH-SURCHG-AMT(WS-SRC-IDX, WS-DEST-IDX)
               MOVE "Y" TO WS-SCH-RATED-SW(WS-SRC-IDX, WS-DEST-IDX)
           END-IF.
           ADD WS-SCH-VOLUME-AMT(WS-SRC-IDX, WS-DEST-IDX)
               TO WS-TOT-VOLUME-AMT.
           ADD WS-SCH-SURCHG-AMT(WS-SRC-IDX, WS-DEST-IDX)
               TO WS-TOT-SURCHG-AMT.
           ADD WS-SCH-TOTAL-AMT(WS-SRC-IDX, WS-DEST-IDX)
               TO WS-TOT-AMOUNT.

       P-620-FIND-RATE.
           MOVE 0 TO WS-RATE-FOUND.
           MOVE 0 TO WS-RATE-BEST.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               MOVE 0 TO WS-RATE-SCORE
               IF (WS-RT-SOURCE-SYS(WS-RATE-IDX) = WS-LOOK-SOURCE
                       OR WS-RT-SOURCE-SYS(WS-RATE-IDX) = "*")
                   AND (WS-RT-DEST-ID(WS-RATE-IDX) = WS-LOOK-DEST
                       OR WS-RT-DEST-ID(WS-RATE-IDX) = "*")
                   MOVE 1 TO WS-RATE-SCORE
                   IF WS-RT-SOURCE-SYS(WS-RATE-IDX) = WS-LOOK-SOURCE
                       ADD 2 TO WS-RATE-SCORE
                   END-IF
                   IF WS-RT-DEST-ID(WS-RATE-IDX) = WS-LOOK-DEST
                       ADD 1 TO WS-RATE-SCORE
                   END-IF
               END-IF
               IF WS-RATE-SCORE > WS-RATE-BEST
                   MOVE WS-RATE-SCORE TO WS-RATE-BEST
                   MOVE WS-RATE-IDX TO WS-RATE-FOUND
               END-IF
           END-PERFORM.

       P-700-PRINT-REPORT.
           OPEN OUTPUT CHARGEBACK-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN CHGBACK.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-700-PRINT-REPORT" TO IL-PARAGRAPH
               MOVE "CHGBACK.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN CHGBACK.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           MOVE WS-MONTH TO CHG-H1-MONTH.
           MOVE WS-RUN-DATE TO CHG-H1-RUN-DATE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-HEADING-1.
           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.

           MOVE "VOLUME BY SOURCE SYSTEM" TO CHG-SEC-TEXT.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-VOLUME-HEADING.
           IF WS-SRC-COUNT = 0
               MOVE "  NONE" TO CHG-SEC-TEXT
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE
           END-IF.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE WS-SRC-ID(WS-SRC-IDX) TO CV-SOURCE
               MOVE WS-SRC-FILES(WS-SRC-IDX) TO CV-FILES
               MOVE WS-SRC-RESUBS(WS-SRC-IDX) TO CV-RESUBS
               MOVE WS-SRC-MESSAGES(WS-SRC-IDX) TO CV-MESSAGES
               MOVE WS-SRC-POINTS(WS-SRC-IDX) TO CV-POINTS
               MOVE WS-SRC-RNGE(WS-SRC-IDX) TO CV-RNGE
               MOVE WS-SRC-UNMP(WS-SRC-IDX) TO CV-UNMP
               MOVE WS-SRC-CORRECTIONS(WS-SRC-IDX) TO CV-CORRECTIONS
               MOVE WS-SRC-RESENDS(WS-SRC-IDX) TO CV-RESENDS
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-VOLUME-LINE
           END-PERFORM.
           MOVE "TOTAL" TO CV-SOURCE.
           MOVE WS-TOT-FILES TO CV-FILES.
           MOVE WS-TOT-RESUBS TO CV-RESUBS.
           MOVE WS-TOT-MESSAGES TO CV-MESSAGES.
           MOVE WS-TOT-POINTS TO CV-POINTS.
           MOVE WS-TOT-RNGE TO CV-RNGE.
           MOVE WS-TOT-UNMP TO CV-UNMP.
           MOVE WS-TOT-CORRECTIONS TO CV-CORRECTIONS.
           MOVE WS-TOT-RESENDS TO CV-RESENDS.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-VOLUME-LINE.

           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.
           MOVE "CHARGES BY SOURCE SYSTEM AND DESTINATION"
               TO CHG-SEC-TEXT.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-CHARGE-HEADING.
           IF WS-SRC-COUNT = 0
               MOVE "  NONE" TO CHG-SEC-TEXT
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE
           END-IF.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                       UNTIL WS-DEST-IDX > WS-DEST-COUNT
                   PERFORM P-710-PRINT-CHARGE-LINE
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.
           MOVE "MONTH CHARGES" TO CHG-SEC-TEXT.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE.
           MOVE "VOLUME CHARGES" TO CHG-AMT-LABEL.
           MOVE WS-TOT-VOLUME-AMT TO CHG-AMT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-AMOUNT-LINE.
           MOVE "RESUBMIT AND RESEND SURCHARGES" TO CHG-AMT-LABEL.
           MOVE WS-TOT-SURCHG-AMT TO CHG-AMT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-AMOUNT-LINE.
           MOVE "TOTAL CHARGEBACK" TO CHG-AMT-LABEL.
           MOVE WS-TOT-AMOUNT TO CHG-AMT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-AMOUNT-LINE.

           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.
           MOVE "BALANCE TO STATHIST.DAT AND RUNHIST.DAT"
               TO CHG-SEC-TEXT.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE.
           MOVE "STATHIST BATCHES" TO CHG-TOT-LABEL.
           MOVE WS-SH-BATCHES TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "FILES CHARGED" TO CHG-TOT-LABEL.
           MOVE WS-TOT-FILES TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "STATHIST DATA-POINTS" TO CHG-TOT-LABEL.
           MOVE WS-SH-POINTS TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "DATA-POINTS CHARGED" TO CHG-TOT-LABEL.
           MOVE WS-TOT-POINTS TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "STATHIST RNGE REJECTS" TO CHG-TOT-LABEL.
           MOVE WS-SH-RNGE TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "RNGE REJECTS REPORTED" TO CHG-TOT-LABEL.
           MOVE WS-TOT-RNGE TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "STATHIST UNMP REJECTS" TO CHG-TOT-LABEL.
           MOVE WS-SH-UNMP TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "UNMP REJECTS REPORTED" TO CHG-TOT-LABEL.
           MOVE WS-TOT-UNMP TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           IF RUNHIST-SCANNED
               MOVE "RUNHIST DATA-POINTS" TO CHG-TOT-LABEL
               MOVE WS-RH-POINTS TO CHG-TOT-VALUE
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE
               MOVE "RUNHIST RNGE REJECTS" TO CHG-TOT-LABEL
               MOVE WS-RH-RNGE TO CHG-TOT-VALUE
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE
               MOVE "BATCHES AGREED TO RUNHIST" TO CHG-TOT-LABEL
               MOVE WS-CNT-AGREED TO CHG-TOT-VALUE
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE
               MOVE "BATCHES CORRECTED SINCE RUN" TO CHG-TOT-LABEL
               MOVE WS-CNT-CORRECTED TO CHG-TOT-VALUE
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE
               MOVE "BATCHES NOT ON RUNHIST" TO CHG-TOT-LABEL
               MOVE WS-CNT-NOT-ON-RH TO CHG-TOT-VALUE
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE
               MOVE "BATCHES OUT OF BALANCE" TO CHG-TOT-LABEL
               MOVE WS-CNT-OUT-OF-BALANCE TO CHG-TOT-VALUE
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE
           ELSE
               MOVE "  RUNHIST.DAT NOT AVAILABLE - BATCHES NOT VERIFIED"
                   TO CHG-SEC-TEXT
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE
           END-IF.
           IF MONTH-IN-BALANCE
               MOVE "  IN BALANCE" TO CHG-SEC-TEXT
           ELSE
               MOVE "  *** OUT OF BALANCE - FEED NOT WRITTEN ***"
                   TO CHG-SEC-TEXT
           END-IF.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE.

           IF WS-CNT-CORRECTED > 0 OR WS-CNT-NOT-ON-RH > 0
                   OR WS-CNT-OUT-OF-BALANCE > 0
               MOVE SPACES TO CHARGEBACK-REPORT-LINE
               WRITE CHARGEBACK-REPORT-LINE
               MOVE "BATCHES NOT AGREED TO RUNHIST.DAT" TO CHG-SEC-TEXT
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE
               WRITE CHARGEBACK-REPORT-LINE FROM CHG-BATCH-HEADING
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BAT-COUNT
                   IF BAT-CORRECTED(WS-BAT-IDX)
                           OR BAT-NOT-ON-RUNHIST(WS-BAT-IDX)
                           OR BAT-OUT-OF-BALANCE(WS-BAT-IDX)
                       PERFORM P-720-PRINT-BATCH-LINE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.
           MOVE "EXCEPTIONS" TO CHG-SEC-TEXT.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-SECTION-LINE.
           MOVE "SOURCE FROM PROCMST.DAT" TO CHG-TOT-LABEL.
           MOVE WS-CNT-ATTR-PROCMST TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "SOURCE FROM SRCACK FILES" TO CHG-TOT-LABEL.
           MOVE WS-CNT-ATTR-SRCACK TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "BATCHES CHARGED TO UNKNOWN" TO CHG-TOT-LABEL.
           MOVE WS-CNT-UNATTRIBUTED TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "UNBILLED RUNHIST-ONLY BATCHES" TO CHG-TOT-LABEL.
           MOVE WS-CNT-RH-NOT-ON-SH TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.
           MOVE "CHARGE LINES WITH NO RATE" TO CHG-TOT-LABEL.
           MOVE WS-CNT-UNRATED TO CHG-TOT-VALUE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-TOTAL-LINE.

           CLOSE CHARGEBACK-REPORT-FILE.
           DISPLAY "Chargeback report written to CHGBACK.RPT".

       P-710-PRINT-CHARGE-LINE.
           MOVE WS-SRC-ID(WS-SRC-IDX) TO CC-SOURCE.
           MOVE WS-DST-ID(WS-DEST-IDX) TO CC-DEST.
           MOVE WS-SCH-UNMP(WS-SRC-IDX, WS-DEST-IDX) TO CC-UNMP.
           MOVE WS-SCH-VOLUME-AMT(WS-SRC-IDX, WS-DEST-IDX)
               TO CC-VOLUME-AMT.
           MOVE WS-SCH-SURCHG-AMT(WS-SRC-IDX, WS-DEST-IDX)
               TO CC-SURCHG-AMT.
           MOVE WS-SCH-TOTAL-AMT(WS-SRC-IDX, WS-DEST-IDX)
               TO CC-TOTAL-AMT.
           IF SCH-RATED(WS-SRC-IDX, WS-DEST-IDX)
               MOVE SPACES TO CC-RATE-NOTE
           ELSE
               MOVE "NO RATE" TO CC-RATE-NOTE
           END-IF.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-CHARGE-LINE.

       P-720-PRINT-BATCH-LINE.
           MOVE WS-BAT-RUN-DATE(WS-BAT-IDX) TO CB-RUN-DATE.
           MOVE WS-BAT-ID(WS-BAT-IDX) TO CB-BATCH-ID.
           MOVE WS-BAT-POINTS(WS-BAT-IDX) TO CB-SH-POINTS.
           MOVE WS-BAT-RH-POINTS(WS-BAT-IDX) TO CB-RH-POINTS.
           MOVE WS-BAT-RNGE(WS-BAT-IDX) TO CB-SH-RNGE.
           MOVE WS-BAT-RH-RNGE(WS-BAT-IDX) TO CB-RH-RNGE.
           EVALUATE TRUE
               WHEN BAT-CORRECTED(WS-BAT-IDX)
                   MOVE "CORRECTED SINCE RUN" TO CB-STATUS
               WHEN BAT-NOT-ON-RUNHIST(WS-BAT-IDX)
                   MOVE "NOT ON RUNHIST" TO CB-STATUS
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO CB-STATUS
           END-EVALUATE.
           WRITE CHARGEBACK-REPORT-LINE FROM CHG-BATCH-LINE.

       P-800-WRITE-FEED.
           STRING "CHGFEED" WS-MONTH ".DAT" DELIMITED BY SIZE
               INTO WS-FEED-FILE-NAME.
           OPEN OUTPUT CHARGEBACK-FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-FEED-FILE-NAME
                   " STATUS=" WS-FEED-STATUS
               MOVE "P-800-WRITE-FEED" TO IL-PARAGRAPH
               MOVE WS-FEED-FILE-NAME TO IL-FILE-NAME
               MOVE WS-FEED-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           MOVE SPACES TO CHARGEBACK-FEED-RECORD.
           SET CF-HEADER-REC TO TRUE.
           MOVE "SYS86CHG" TO CF-HDR-FEED-ID.
           MOVE WS-MONTH TO CF-HDR-MONTH.
           MOVE WS-RUN-DATE TO CF-HDR-RUN-DATE.
           PERFORM P-820-FEED-WRITE.

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                       UNTIL WS-DEST-IDX > WS-DEST-COUNT
                   PERFORM P-810-FEED-DETAIL
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO CHARGEBACK-FEED-RECORD.
           SET CF-TRAILER-REC TO TRUE.
           MOVE WS-CNT-FEED-DETAILS TO CF-TRL-DETAIL-COUNT.
           MOVE WS-TOT-FILES TO CF-TRL-FILES.
           MOVE WS-TOT-MESSAGES TO CF-TRL-MESSAGES.
           MOVE WS-TOT-POINTS TO CF-TRL-POINTS.
           MOVE WS-TOT-RNGE TO CF-TRL-RNGE.
           MOVE WS-TOT-UNMP TO CF-TRL-UNMP.
           MOVE WS-TOT-AMOUNT TO CF-TRL-TOTAL-AMT.
           MOVE WS-TOT-RESENDS TO CF-TRL-RESENDS.
           IF WS-FT-FILES NOT = CF-TRL-FILES
                   OR WS-FT-MESSAGES NOT = CF-TRL-MESSAGES
                   OR WS-FT-POINTS NOT = CF-TRL-POINTS
                   OR WS-FT-RNGE NOT = CF-TRL-RNGE
                   OR WS-FT-UNMP NOT = CF-TRL-UNMP
                   OR WS-FT-AMOUNT NOT = CF-TRL-TOTAL-AMT
                   OR WS-FT-RESENDS NOT = CF-TRL-RESENDS
               CLOSE CHARGEBACK-FEED-FILE
               DISPLAY "ERROR: DETAIL RECORDS ON " WS-FEED-FILE-NAME
                   " DO NOT FOOT TO THE TRAILER - TRAILER NOT WRITTEN"
               MOVE "P-800-WRITE-FEED" TO IL-PARAGRAPH
               MOVE WS-FEED-FILE-NAME TO IL-FILE-NAME
               MOVE "DETAIL RECORDS DO NOT FOOT TO THE TRAILER"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           PERFORM P-820-FEED-WRITE.

           CLOSE CHARGEBACK-FEED-FILE.
           DISPLAY "Chargeback feed written: " WS-CNT-FEED-DETAILS
               " detail records on " WS-FEED-FILE-NAME.

       P-810-FEED-DETAIL.
           MOVE SPACES TO CHARGEBACK-FEED-RECORD.
           SET CF-DETAIL-REC TO TRUE.
           MOVE WS-SRC-ID(WS-SRC-IDX) TO CF-DTL-SOURCE-SYS.
           MOVE WS-DST-ID(WS-DEST-IDX) TO CF-DTL-DEST-ID.
           MOVE WS-SRC-FILES(WS-SRC-IDX) TO CF-DTL-FILES.
           MOVE WS-SRC-RESUBS(WS-SRC-IDX) TO CF-DTL-RESUBMITS.
           MOVE WS-SRC-MESSAGES(WS-SRC-IDX) TO CF-DTL-MESSAGES.
           MOVE WS-SRC-POINTS(WS-SRC-IDX) TO CF-DTL-POINTS.
           MOVE WS-SRC-RNGE(WS-SRC-IDX) TO CF-DTL-RNGE.
           MOVE WS-SCH-UNMP(WS-SRC-IDX, WS-DEST-IDX) TO CF-DTL-UNMP.
           MOVE WS-SRC-CORRECTIONS(WS-SRC-IDX) TO CF-DTL-CORRECTIONS.
           MOVE WS-SCH-RESENDS(WS-SRC-IDX, WS-DEST-IDX)
               TO CF-DTL-RESENDS.
           MOVE WS-SCH-VOLUME-AMT(WS-SRC-IDX, WS-DEST-IDX)
               TO CF-DTL-VOLUME-AMT.
           MOVE WS-SCH-SURCHG-AMT(WS-SRC-IDX, WS-DEST-IDX)
               TO CF-DTL-SURCHG-AMT.
           MOVE WS-SCH-TOTAL-AMT(WS-SRC-IDX, WS-DEST-IDX)
               TO CF-DTL-TOTAL-AMT.
           MOVE WS-SCH-RATED-SW(WS-SRC-IDX, WS-DEST-IDX)
               TO CF-DTL-RATED-SW.
           IF WS-DEST-IDX = 1
               ADD CF-DTL-FILES TO WS-FT-FILES
               ADD CF-DTL-MESSAGES TO WS-FT-MESSAGES
               ADD CF-DTL-POINTS TO WS-FT-POINTS
               ADD CF-DTL-RNGE TO WS-FT-RNGE
           END-IF.
           ADD CF-DTL-UNMP TO WS-FT-UNMP.
           ADD CF-DTL-RESENDS TO WS-FT-RESENDS.
           ADD CF-DTL-TOTAL-AMT TO WS-FT-AMOUNT.
           PERFORM P-820-FEED-WRITE.
           ADD 1 TO WS-CNT-FEED-DETAILS.

       P-820-FEED-WRITE.
           WRITE CHARGEBACK-FEED-RECORD.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ERROR: WRITE TO " WS-FEED-FILE-NAME
                   " FAILED, STATUS=" WS-FEED-STATUS
               MOVE "P-820-FEED-WRITE" TO IL-PARAGRAPH
               MOVE WS-FEED-FILE-NAME TO IL-FILE-NAME
               MOVE WS-FEED-STATUS TO IL-FILE-STATUS
               MOVE "WRITE TO FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-999-ABEND.
           DISPLAY "SYS-CHGBACK-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-CHGBACK-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-CHGBACK-86.
