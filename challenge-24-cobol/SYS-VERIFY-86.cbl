       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYS-VERIFY-86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-FILE
               ASSIGN TO DYNAMIC WS-VERIFY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VFILE-STATUS.

           SELECT VERIFY-DEST-FILE
               ASSIGN TO DYNAMIC WS-VERIFY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VFILE-STATUS.

           SELECT PUBLISH-LOG-FILE ASSIGN TO "IFPUBLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUBLOG-STATUS.

           SELECT HELD-MESSAGE-FILE ASSIGN TO "HOLDMSG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-KEY
               FILE STATUS IS WS-HOLDMSG-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "VERIFY.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-FILE
           RECORDING MODE IS F.
       COPY IFACEREC.

       FD  VERIFY-DEST-FILE
           RECORDING MODE IS F.
       01  DEST-INTERFACE-RECORD.
           05 DI-RUN-DATE           PIC 9(8).
           05 DI-BATCH-ID           PIC 9(8).
           05 DI-MSG-SEQ            PIC 9(4).
           05 DI-OUTPUT-BUFFER      PIC X(400).

       FD  PUBLISH-LOG-FILE
           RECORDING MODE IS F.
       COPY PLOGREC.

       FD  HELD-MESSAGE-FILE.
       COPY HOLDREC.

       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F.
       01  VERIFY-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VERIFY-FILE-NAME      PIC X(30).
       01  WS-VFILE-STATUS          PIC X(2).
       01  WS-PUBLOG-STATUS         PIC X(2).
       01  WS-HOLDMSG-STATUS        PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-REC-LENGTH            PIC 9(4) COMP VALUE 0.
       01  WS-BUFFER-LENGTH         PIC 9(4) COMP VALUE 0.

       01  WS-WIDE-SW               PIC X VALUE "N".
           88 WIDE-RECORDS                 VALUE "Y".
       01  WS-EOF-SW                PIC X VALUE "N".
           88 VERIFY-EOF                   VALUE "Y".
       01  WS-VERIFY-SW             PIC X VALUE "Y".
           88 FILE-VERIFIED                VALUE "Y".
           88 FILE-FAILED                  VALUE "N".
       01  WS-HOLDMSG-SW            PIC X VALUE "N".
           88 HOLDMSG-PRESENT              VALUE "Y".
       01  WS-RELEASED-SW           PIC X.
           88 MESSAGE-RELEASED             VALUE "Y".
       01  WS-DATE-MATCH-SW         PIC X.
           88 PUBLISH-DATE-MATCHED         VALUE "Y".
       01  WS-LOGGED-SW             PIC X.
           88 ENTRY-IN-FILE                VALUE "Y".

       01  WS-VF-RECORD.
           05 WS-VF-RUN-DATE        PIC 9(8).
           05 WS-VF-BATCH-ID        PIC 9(8).
           05 WS-VF-MSG-SEQ         PIC 9(4).
              88 WS-VF-HEADER-SEQ         VALUE 0.
              88 WS-VF-TRAILER-SEQ        VALUE 9999.
           05 WS-VF-BUFFER          PIC X(400).

       01  WS-CNT-READ              PIC 9(6) COMP VALUE 0.
       01  WS-CNT-ORPHAN            PIC 9(6) COMP VALUE 0.
       01  WS-PL-RESEND             PIC 9(2).

       01  WS-SEG-MAX               PIC 9(4) COMP VALUE 200.
       01  WS-SEG-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-SEG-IDX               PIC 9(4) COMP.
       01  WS-SEG-FOUND             PIC 9(4) COMP.

       01  WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 200 TIMES.
              10 WS-SG-TYPE         PIC X.
                 88 SG-TYPE-BATCH         VALUE "B".
                 88 SG-TYPE-RESEND        VALUE "S".
                 88 SG-TYPE-RELEASE       VALUE "L".
              10 WS-SG-STATE        PIC X.
                 88 SG-OPEN               VALUE "O".
                 88 SG-CLOSED             VALUE "C".
              10 WS-SG-DEST-ID      PIC X(8).
              10 WS-SG-RUN-DATE     PIC 9(8).
              10 WS-SG-BATCH-ID     PIC 9(8).
              10 WS-SG-PROGRAM      PIC X(16).
              10 WS-SG-REC-COUNT    PIC 9(6).
              10 WS-SG-HASH-TOTAL   PIC 9(10).
              10 WS-SG-CHECKSUM     PIC 9(15).
              10 WS-SG-TRL-COUNT    PIC 9(6).
              10 WS-SG-TRL-HASH     PIC 9(10).
              10 WS-SG-TRL-CHECKSUM PIC 9(15).
              10 WS-SG-UNLOGGED     PIC 9(6) COMP.
              10 WS-SG-NOT-IN-FILE  PIC 9(6) COMP.

       01  WS-DT-MAX                PIC 9(4) COMP VALUE 5000.
       01  WS-DT-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-DT-IDX                PIC 9(4) COMP.

       01  WS-DT-TABLE.
           05 WS-DT-ENTRY OCCURS 5000 TIMES.
              10 WS-DT-RUN-DATE     PIC 9(8).
              10 WS-DT-BATCH-ID     PIC 9(8).
              10 WS-DT-MSG-SEQ      PIC 9(4).
              10 WS-DT-SEG-IDX      PIC 9(4) COMP.
              10 WS-DT-LOGGED-SW    PIC X.
                 88 DT-LOGGED             VALUE "Y".

       01  WS-EXC-MAX               PIC 9(4) COMP VALUE 100.
       01  WS-EXC-COUNT             PIC 9(6) COMP VALUE 0.
       01  WS-EXC-IDX               PIC 9(4) COMP.
       01  WS-EXC-TEXT              PIC X(70).
       01  WS-EXC-SEG               PIC ZZ9.
       01  WS-EXC-LENGTH            PIC ZZZ9.

       01  WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 100 TIMES
                                    PIC X(70).

       01  WS-ITEM-EXPECTED         PIC 9(15).
       01  WS-ITEM-RECEIVED         PIC 9(15).

       COPY IFSEAL.
       COPY IFCTLREC.

       01  VFY-HEADING-1.
           05 FILLER PIC X(13) VALUE "SYS-VERIFY-86".
           05 FILLER PIC X(34) VALUE
               "  OUTBOUND FILE VERIFICATION      ".
           05 FILLER PIC X(9)  VALUE "  RUN ON ".
           05 VFY-H1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.

       01  VFY-HEADING-2.
           05 FILLER PIC X(16) VALUE "  FILE          ".
           05 VFY-H2-FILE-NAME PIC X(30).
           05 FILLER PIC X(16) VALUE "  RECORD LENGTH ".
           05 VFY-H2-LENGTH PIC ZZZ9.
           05 FILLER PIC X(14) VALUE SPACES.

       01  VFY-SECTION-LINE.
           05 VFY-SEC-TEXT PIC X(50).
           05 FILLER PIC X(30) VALUE SPACES.

       01  VFY-SEGMENT-LINE.
           05 FILLER           PIC X(10) VALUE "  SEGMENT ".
           05 VFY-SEG-NUMBER   PIC ZZ9.
           05 FILLER           PIC X(6) VALUE " TYPE ".
           05 VFY-SEG-TYPE     PIC X.
           05 FILLER           PIC X(6) VALUE " DEST ".
           05 VFY-SEG-DEST-ID  PIC X(8).
           05 FILLER           PIC X(6) VALUE " DATE ".
           05 VFY-SEG-RUN-DATE PIC 9(8).
           05 FILLER           PIC X(7) VALUE " BATCH ".
           05 VFY-SEG-BATCH-ID PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 VFY-SEG-PROGRAM  PIC X(16).

       01  VFY-COLUMN-HEADING.
           05 FILLER PIC X(26) VALUE "  CONTROL ITEM            ".
           05 FILLER PIC X(17) VALUE "         EXPECTED".
           05 FILLER PIC X(17) VALUE "         RECEIVED".
           05 FILLER PIC X(20) VALUE SPACES.

       01  VFY-DETAIL-LINE.
           05 VFY-DET-LABEL    PIC X(26).
           05 VFY-DET-EXPECTED PIC Z(16)9.
           05 VFY-DET-RECEIVED PIC Z(16)9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 VFY-DET-FLAG     PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.

       01  VFY-EXCEPTION-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 VFY-EXC-TEXT     PIC X(70).
           05 FILLER           PIC X(6) VALUE SPACES.

       01  VFY-TOTAL-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 VFY-TOT-LABEL    PIC X(30).
           05 VFY-TOT-VALUE    PIC Z(5)9.
           05 FILLER           PIC X(42) VALUE SPACES.

       01  VFY-STATUS-LINE.
           05 FILLER PIC X(16) VALUE "  FILE STATUS - ".
           05 VFY-STAT-TEXT PIC X(20).
           05 FILLER PIC X(44) VALUE SPACES.

       COPY INCLREC.

       PROCEDURE DIVISION.
       P-000-MAIN.
           DISPLAY "SYS-VERIFY-86 OUTBOUND FILE VERIFICATION".
           MOVE SPACES TO INCIDENT-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-VERIFY-FILE-NAME.
           IF WS-VERIFY-FILE-NAME = SPACES
               DISPLAY "ERROR: NAME OF FILE TO VERIFY MUST BE SUPPLIED"
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               SET IL-CAUSE-PARAMETER TO TRUE
               MOVE "NAME OF FILE TO VERIFY MUST BE SUPPLIED"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           DISPLAY "Verifying " WS-VERIFY-FILE-NAME.

           PERFORM P-050-OPEN-REPORT.
           PERFORM P-100-IDENTIFY-FILE.
           IF FILE-VERIFIED
               PERFORM P-150-SCAN-FILE
               PERFORM P-180-CHECK-OPEN-SEGMENTS
               PERFORM P-300-CHECK-PUBLOG
           END-IF.
           PERFORM P-400-PRINT-REPORT.
           CLOSE VERIFY-REPORT-FILE.

           IF FILE-FAILED
               DISPLAY "ERROR: " WS-VERIFY-FILE-NAME
                   " FAILED VERIFICATION - SEE VERIFY.RPT"
               MOVE "P-000-MAIN" TO IL-PARAGRAPH
               MOVE WS-VERIFY-FILE-NAME TO IL-FILE-NAME
               MOVE "FILE FAILED VERIFICATION - SEE VERIFY.RPT"
                   TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           DISPLAY "SYS-VERIFY-86 COMPLETE - " WS-VERIFY-FILE-NAME
               " VERIFIED, " WS-SEG-COUNT " SEGMENTS, " WS-DT-COUNT
               " RECORDS".
           STOP RUN.

       P-050-OPEN-REPORT.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN VERIFY.RPT, STATUS="
                   WS-REPORT-STATUS
               MOVE "P-050-OPEN-REPORT" TO IL-PARAGRAPH
               MOVE "VERIFY.RPT" TO IL-FILE-NAME
               MOVE WS-REPORT-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN VERIFY.RPT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-100-IDENTIFY-FILE.
           OPEN INPUT VERIFY-FILE.
           IF WS-VFILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-VERIFY-FILE-NAME
                   " STATUS=" WS-VFILE-STATUS
               MOVE "P-100-IDENTIFY-FILE" TO IL-PARAGRAPH
               MOVE WS-VERIFY-FILE-NAME TO IL-FILE-NAME
               MOVE WS-VFILE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           READ VERIFY-FILE
               AT END
                   SET VERIFY-EOF TO TRUE
           END-READ.
           IF NOT VERIFY-EOF AND WS-VFILE-STATUS NOT = "00"
                   AND WS-VFILE-STATUS NOT = "04"
               DISPLAY "ERROR: READ OF " WS-VERIFY-FILE-NAME
                   " FAILED, STATUS=" WS-VFILE-STATUS
               MOVE "P-100-IDENTIFY-FILE" TO IL-PARAGRAPH
               MOVE WS-VERIFY-FILE-NAME TO IL-FILE-NAME
               MOVE WS-VFILE-STATUS TO IL-FILE-STATUS
               MOVE "READ OF FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           CLOSE VERIFY-FILE.

           EVALUATE TRUE
               WHEN VERIFY-EOF
                   MOVE "FILE IS EMPTY - NO CONTROL HEADER"
                       TO WS-EXC-TEXT
                   PERFORM P-190-ADD-EXCEPTION
               WHEN NOT IF-HEADER-SEQ
                       OR IF-OUTPUT-BUFFER(1:2) NOT = "HD"
                   MOVE "NO CONTROL HEADER - FILE NOT SEALED"
                       TO WS-EXC-TEXT
                   PERFORM P-190-ADD-EXCEPTION
               WHEN OTHER
                   MOVE IF-OUTPUT-BUFFER TO IFACE-CONTROL-BODY
                   MOVE IC-HDR-REC-LENGTH TO WS-REC-LENGTH
                   EVALUATE WS-REC-LENGTH
                       WHEN 220
                           MOVE 200 TO WS-BUFFER-LENGTH
                       WHEN 420
                           SET WIDE-RECORDS TO TRUE
                           MOVE 400 TO WS-BUFFER-LENGTH
                       WHEN OTHER
                           MOVE WS-REC-LENGTH TO WS-EXC-LENGTH
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING "HEADER GIVES UNKNOWN RECORD LENGTH "
                                   DELIMITED BY SIZE
                               WS-EXC-LENGTH DELIMITED BY SIZE
                               INTO WS-EXC-TEXT
                           PERFORM P-190-ADD-EXCEPTION
                   END-EVALUATE
           END-EVALUATE.
           MOVE "N" TO WS-EOF-SW.

       P-150-SCAN-FILE.
           IF WIDE-RECORDS
               OPEN INPUT VERIFY-DEST-FILE
           ELSE
               OPEN INPUT VERIFY-FILE
           END-IF.
           IF WS-VFILE-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN " WS-VERIFY-FILE-NAME
                   " STATUS=" WS-VFILE-STATUS
               MOVE "P-150-SCAN-FILE" TO IL-PARAGRAPH
               MOVE WS-VERIFY-FILE-NAME TO IL-FILE-NAME
               MOVE WS-VFILE-STATUS TO IL-FILE-STATUS
               MOVE "UNABLE TO OPEN FILE" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

           PERFORM P-155-READ-NEXT.
           PERFORM UNTIL VERIFY-EOF
               ADD 1 TO WS-CNT-READ
               PERFORM P-160-CLASSIFY-RECORD
               PERFORM P-155-READ-NEXT
           END-PERFORM.

           IF WIDE-RECORDS
               CLOSE VERIFY-DEST-FILE
           ELSE
               CLOSE VERIFY-FILE
           END-IF.

       P-155-READ-NEXT.
           IF WIDE-RECORDS
               READ VERIFY-DEST-FILE
                   AT END
                       SET VERIFY-EOF TO TRUE
                   NOT AT END
                       MOVE DI-RUN-DATE TO WS-VF-RUN-DATE
                       MOVE DI-BATCH-ID TO WS-VF-BATCH-ID
                       MOVE DI-MSG-SEQ TO WS-VF-MSG-SEQ
                       MOVE DI-OUTPUT-BUFFER TO WS-VF-BUFFER
               END-READ
           ELSE
               READ VERIFY-FILE
                   AT END
                       SET VERIFY-EOF TO TRUE
                   NOT AT END
                       MOVE IF-RUN-DATE TO WS-VF-RUN-DATE
                       MOVE IF-BATCH-ID TO WS-VF-BATCH-ID
                       MOVE IF-MSG-SEQ TO WS-VF-MSG-SEQ
                       MOVE IF-OUTPUT-BUFFER TO WS-VF-BUFFER
               END-READ
           END-IF.
           IF NOT VERIFY-EOF AND WS-VFILE-STATUS NOT = "00"
               DISPLAY "ERROR: READ OF " WS-VERIFY-FILE-NAME
                   " FAILED, STATUS=" WS-VFILE-STATUS
               MOVE "P-155-READ-NEXT" TO IL-PARAGRAPH
               MOVE WS-VERIFY-FILE-NAME TO IL-FILE-NAME
               MOVE WS-VFILE-STATUS TO IL-FILE-STATUS
               MOVE "READ OF FILE FAILED" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.

       P-160-CLASSIFY-RECORD.
           EVALUATE TRUE
               WHEN WS-VF-HEADER-SEQ AND WS-VF-BUFFER(1:2) = "HD"
                   MOVE WS-VF-BUFFER TO IFACE-CONTROL-BODY
                   PERFORM P-165-START-SEGMENT
               WHEN WS-VF-TRAILER-SEQ AND WS-VF-BUFFER(1:2) = "TR"
                   MOVE WS-VF-BUFFER TO IFACE-CONTROL-BODY
                   PERFORM P-170-CLOSE-SEGMENT
               WHEN OTHER
                   PERFORM P-175-DETAIL-RECORD
           END-EVALUATE.

       P-165-START-SEGMENT.
           MOVE 0 TO WS-SEG-FOUND.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF SG-OPEN(WS-SEG-IDX)
                       AND WS-SG-RUN-DATE(WS-SEG-IDX)
                           = IC-HDR-RUN-DATE
                       AND WS-SG-BATCH-ID(WS-SEG-IDX)
                           = IC-HDR-BATCH-ID
                   MOVE WS-SEG-IDX TO WS-SEG-FOUND
               END-IF
           END-PERFORM.
           IF WS-SEG-FOUND > 0
               MOVE SPACES TO WS-EXC-TEXT
               STRING "HEADER " IC-HDR-RUN-DATE " BATCH "
                       IC-HDR-BATCH-ID
                       " REPEATED BEFORE ITS TRAILER"
                       DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM P-190-ADD-EXCEPTION
           END-IF.
           IF IC-HDR-REC-LENGTH NOT = WS-REC-LENGTH
               MOVE SPACES TO WS-EXC-TEXT
               STRING "HEADER " IC-HDR-RUN-DATE " BATCH "
                       IC-HDR-BATCH-ID
                       " GIVES A DIFFERENT RECORD LENGTH"
                       DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM P-190-ADD-EXCEPTION
           END-IF.

           IF WS-SEG-COUNT >= WS-SEG-MAX
               DISPLAY "ERROR: SEALED SEGMENTS IN "
                   WS-VERIFY-FILE-NAME " EXCEED LIMIT OF " WS-SEG-MAX
               MOVE "P-165-START-SEGMENT" TO IL-PARAGRAPH
               MOVE WS-VERIFY-FILE-NAME TO IL-FILE-NAME
               MOVE "SEALED SEGMENTS IN FILE EXCEED LIMIT" TO IL-MESSAGE
               PERFORM P-999-ABEND
           END-IF.
           ADD 1 TO WS-SEG-COUNT.
           MOVE IC-HDR-FILE-TYPE TO WS-SG-TYPE(WS-SEG-COUNT).
           SET SG-OPEN(WS-SEG-COUNT) TO TRUE.
           MOVE IC-HDR-DEST-ID TO WS-SG-DEST-ID(WS-SEG-COUNT).
           MOVE IC-HDR-RUN-DATE TO WS-SG-RUN-DATE(WS-SEG-COUNT).
           MOVE IC-HDR-BATCH-ID TO WS-SG-BATCH-ID(WS-SEG-COUNT).
           MOVE IC-HDR-PROGRAM TO WS-SG-PROGRAM(WS-SEG-COUNT).
           MOVE 0 TO WS-SG-REC-COUNT(WS-SEG-COUNT).
           MOVE 0 TO WS-SG-HASH-TOTAL(WS-SEG-COUNT).
           MOVE 0 TO WS-SG-CHECKSUM(WS-SEG-COUNT).
           MOVE 0 TO WS-SG-TRL-COUNT(WS-SEG-COUNT).
           MOVE 0 TO WS-SG-TRL-HASH(WS-SEG-COUNT).
           MOVE 0 TO WS-SG-TRL-CHECKSUM(WS-SEG-COUNT).
           MOVE 0 TO WS-SG-UNLOGGED(WS-SEG-COUNT).
           MOVE 0 TO WS-SG-NOT-IN-FILE(WS-SEG-COUNT).

       P-170-CLOSE-SEGMENT.
           MOVE 0 TO WS-SEG-FOUND.
           PERFORM VARYING WS-SEG-IDX FROM WS-SEG-COUNT BY -1
                   UNTIL WS-SEG-IDX < 1 OR WS-SEG-FOUND > 0
               IF SG-OPEN(WS-SEG-IDX)
                       AND WS-SG-RUN-DATE(WS-SEG-IDX) = WS-VF-RUN-DATE
                       AND WS-SG-BATCH-ID(WS-SEG-IDX) = WS-VF-BATCH-ID
                   MOVE WS-SEG-IDX TO WS-SEG-FOUND
               END-IF
           END-PERFORM.
           IF WS-SEG-FOUND = 0
               MOVE SPACES TO WS-EXC-TEXT
               STRING "TRAILER " WS-VF-RUN-DATE " BATCH "
                       WS-VF-BATCH-ID " HAS NO MATCHING HEADER"
                       DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM P-190-ADD-EXCEPTION
           ELSE
               SET SG-CLOSED(WS-SEG-FOUND) TO TRUE
               MOVE IC-TRL-REC-COUNT TO WS-SG-TRL-COUNT(WS-SEG-FOUND)
               MOVE IC-TRL-HASH-TOTAL TO WS-SG-TRL-HASH(WS-SEG-FOUND)
               MOVE IC-TRL-CHECKSUM
                   TO WS-SG-TRL-CHECKSUM(WS-SEG-FOUND)
           END-IF.

       P-175-DETAIL-RECORD.
           MOVE 0 TO WS-SEG-FOUND.
           PERFORM VARYING WS-SEG-IDX FROM WS-SEG-COUNT BY -1
                   UNTIL WS-SEG-IDX < 1 OR WS-SEG-FOUND > 0
               IF SG-OPEN(WS-SEG-IDX) AND SG-TYPE-BATCH(WS-SEG-IDX)
                       AND WS-SG-RUN-DATE(WS-SEG-IDX) = WS-VF-RUN-DATE
                       AND WS-SG-BATCH-ID(WS-SEG-IDX) = WS-VF-BATCH-ID
                   MOVE WS-SEG-IDX TO WS-SEG-FOUND
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEG-IDX FROM WS-SEG-COUNT BY -1
                   UNTIL WS-SEG-IDX < 1 OR WS-SEG-FOUND > 0
               IF SG-OPEN(WS-SEG-IDX)
                       AND NOT SG-TYPE-BATCH(WS-SEG-IDX)
                   MOVE WS-SEG-IDX TO WS-SEG-FOUND
               END-IF
           END-PERFORM.

           IF WS-SEG-FOUND = 0
               ADD 1 TO WS-CNT-ORPHAN
               MOVE SPACES TO WS-EXC-TEXT
               STRING "RECORD " WS-VF-RUN-DATE " BATCH "
                       WS-VF-BATCH-ID " MESSAGE " WS-VF-MSG-SEQ
                       " OUTSIDE ANY SEALED SEGMENT"
                       DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM P-190-ADD-EXCEPTION
           ELSE
               IF WS-DT-COUNT >= WS-DT-MAX
                   DISPLAY "ERROR: RECORDS IN " WS-VERIFY-FILE-NAME
                       " EXCEED LIMIT OF " WS-DT-MAX
                   MOVE "P-175-DETAIL-RECORD" TO IL-PARAGRAPH
                   MOVE WS-VERIFY-FILE-NAME TO IL-FILE-NAME
                   MOVE "RECORDS IN FILE EXCEED LIMIT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               ADD 1 TO WS-DT-COUNT
               MOVE WS-VF-RUN-DATE TO WS-DT-RUN-DATE(WS-DT-COUNT)
               MOVE WS-VF-BATCH-ID TO WS-DT-BATCH-ID(WS-DT-COUNT)
               MOVE WS-VF-MSG-SEQ TO WS-DT-MSG-SEQ(WS-DT-COUNT)
               MOVE WS-SEG-FOUND TO WS-DT-SEG-IDX(WS-DT-COUNT)
               MOVE "N" TO WS-DT-LOGGED-SW(WS-DT-COUNT)
               PERFORM P-178-SEAL-ADD
           END-IF.

       P-178-SEAL-ADD.
           MOVE WS-SG-REC-COUNT(WS-SEG-FOUND) TO SL-REC-COUNT.
           MOVE WS-SG-HASH-TOTAL(WS-SEG-FOUND) TO SL-HASH-TOTAL.
           MOVE WS-SG-CHECKSUM(WS-SEG-FOUND) TO SL-CHECKSUM.
           SET SL-FUNC-ADD TO TRUE.
           MOVE WS-VF-MSG-SEQ TO SL-MSG-SEQ.
           MOVE WS-BUFFER-LENGTH TO SL-BUFFER-LENGTH.
           MOVE WS-VF-BUFFER TO SL-BUFFER.
           CALL "SUB-IFSEAL-RTN" USING BY REFERENCE IFACE-SEAL-AREA.
           MOVE SL-REC-COUNT TO WS-SG-REC-COUNT(WS-SEG-FOUND).
           MOVE SL-HASH-TOTAL TO WS-SG-HASH-TOTAL(WS-SEG-FOUND).
           MOVE SL-CHECKSUM TO WS-SG-CHECKSUM(WS-SEG-FOUND).

       P-180-CHECK-OPEN-SEGMENTS.
           IF WS-SEG-COUNT = 0
               MOVE "NO CONTROL HEADER - FILE NOT SEALED"
                   TO WS-EXC-TEXT
               PERFORM P-190-ADD-EXCEPTION
           END-IF.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF SG-OPEN(WS-SEG-IDX)
                   MOVE WS-SEG-IDX TO WS-EXC-SEG
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "SEGMENT " WS-EXC-SEG " BATCH "
                           WS-SG-BATCH-ID(WS-SEG-IDX)
                           " TRAILER MISSING - FILE TRUNCATED"
                           DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM P-190-ADD-EXCEPTION
               END-IF
           END-PERFORM.

       P-190-ADD-EXCEPTION.
           SET FILE-FAILED TO TRUE.
           ADD 1 TO WS-EXC-COUNT.
           IF WS-EXC-COUNT <= WS-EXC-MAX
               MOVE WS-EXC-TEXT TO WS-EXC-ENTRY(WS-EXC-COUNT)
           END-IF.

       P-300-CHECK-PUBLOG.
           OPEN INPUT PUBLISH-LOG-FILE.
           IF WS-PUBLOG-STATUS = "35"
               IF WS-DT-COUNT > 0
                   MOVE "IFPUBLOG.DAT NOT FOUND - RECORDS NOT MATCHED"
                       TO WS-EXC-TEXT
                   PERFORM P-190-ADD-EXCEPTION
               END-IF
           ELSE
               IF WS-PUBLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN IFPUBLOG.DAT, "
                       "STATUS=" WS-PUBLOG-STATUS
                   MOVE "P-300-CHECK-PUBLOG" TO IL-PARAGRAPH
                   MOVE "IFPUBLOG.DAT" TO IL-FILE-NAME
                   MOVE WS-PUBLOG-STATUS TO IL-FILE-STATUS
                   MOVE "UNABLE TO OPEN IFPUBLOG.DAT" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               END-IF
               OPEN INPUT HELD-MESSAGE-FILE
               IF WS-HOLDMSG-STATUS = "00"
                   SET HOLDMSG-PRESENT TO TRUE
               ELSE
                   IF WS-HOLDMSG-STATUS NOT = "35"
                       DISPLAY "ERROR: UNABLE TO OPEN HOLDMSG.DAT, "
                           "STATUS=" WS-HOLDMSG-STATUS
                       MOVE "P-300-CHECK-PUBLOG" TO IL-PARAGRAPH
                       MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
                       MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
                       MOVE "UNABLE TO OPEN HOLDMSG.DAT" TO IL-MESSAGE
                       PERFORM P-999-ABEND
                   END-IF
               END-IF
               PERFORM UNTIL WS-PUBLOG-STATUS = "10"
                   READ PUBLISH-LOG-FILE
                       AT END
                           MOVE "10" TO WS-PUBLOG-STATUS
                       NOT AT END
                           PERFORM P-310-CHECK-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PUBLISH-LOG-FILE
               IF HOLDMSG-PRESENT
                   CLOSE HELD-MESSAGE-FILE
               END-IF
           END-IF.

           PERFORM P-350-CHECK-UNLOGGED
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT.

       P-310-CHECK-LOG-ENTRY.
           IF PL-RESEND-COUNT NUMERIC
               MOVE PL-RESEND-COUNT TO WS-PL-RESEND
           ELSE
               MOVE 0 TO WS-PL-RESEND
           END-IF.
           MOVE "N" TO WS-DATE-MATCH-SW.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
                       OR PUBLISH-DATE-MATCHED
               IF WS-SG-RUN-DATE(WS-SEG-IDX) = PL-PUBLISH-DATE
                   SET PUBLISH-DATE-MATCHED TO TRUE
               END-IF
           END-PERFORM.

           IF PUBLISH-DATE-MATCHED
               MOVE "N" TO WS-LOGGED-SW
               PERFORM P-320-MATCH-DETAIL
                   VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               IF NOT ENTRY-IN-FILE
                   PERFORM P-330-EXPECTED-SEGMENT
               END-IF
           END-IF.

       P-320-MATCH-DETAIL.
           MOVE WS-DT-SEG-IDX(WS-DT-IDX) TO WS-SEG-IDX.
           IF WS-DT-RUN-DATE(WS-DT-IDX) = PL-RUN-DATE
                   AND WS-DT-BATCH-ID(WS-DT-IDX) = PL-BATCH-ID
                   AND WS-DT-MSG-SEQ(WS-DT-IDX) = PL-MSG-SEQ
                   AND WS-SG-RUN-DATE(WS-SEG-IDX) = PL-PUBLISH-DATE
               IF (SG-TYPE-RESEND(WS-SEG-IDX) AND WS-PL-RESEND > 0)
                       OR (NOT SG-TYPE-RESEND(WS-SEG-IDX)
                           AND WS-PL-RESEND = 0)
                   SET DT-LOGGED(WS-DT-IDX) TO TRUE
                   SET ENTRY-IN-FILE TO TRUE
               END-IF
           END-IF.

       P-330-EXPECTED-SEGMENT.
           MOVE 0 TO WS-SEG-FOUND.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
                       OR WS-SEG-FOUND > 0
               IF WS-SG-RUN-DATE(WS-SEG-IDX) = PL-PUBLISH-DATE
                   IF (SG-TYPE-BATCH(WS-SEG-IDX) AND WS-PL-RESEND = 0
                           AND WS-SG-RUN-DATE(WS-SEG-IDX)
                               = PL-RUN-DATE
                           AND WS-SG-BATCH-ID(WS-SEG-IDX)
                               = PL-BATCH-ID)
                       OR (SG-TYPE-RESEND(WS-SEG-IDX)
                           AND WS-PL-RESEND > 0)
                       MOVE WS-SEG-IDX TO WS-SEG-FOUND
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-SEG-FOUND > 0
               MOVE "N" TO WS-RELEASED-SW
               IF WS-PL-RESEND = 0 AND HOLDMSG-PRESENT
                   PERFORM P-340-CHECK-RELEASED
               END-IF
               IF NOT MESSAGE-RELEASED
                   ADD 1 TO WS-SG-NOT-IN-FILE(WS-SEG-FOUND)
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "IFPUBLOG.DAT ENTRY " PL-RUN-DATE " BATCH "
                           PL-BATCH-ID " MESSAGE " PL-MSG-SEQ
                           " NOT IN FILE"
                           DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM P-190-ADD-EXCEPTION
               END-IF
           END-IF.

       P-340-CHECK-RELEASED.
           MOVE PL-RUN-DATE TO HM-RUN-DATE.
           MOVE PL-BATCH-ID TO HM-BATCH-ID.
           MOVE PL-MSG-SEQ TO HM-MSG-SEQ.
           READ HELD-MESSAGE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-HOLDMSG-STATUS = "23"
                   CONTINUE
               WHEN WS-HOLDMSG-STATUS NOT = "00"
                   DISPLAY "ERROR: READ OF HOLDMSG.DAT FAILED, "
                       "STATUS=" WS-HOLDMSG-STATUS
                   MOVE "P-340-CHECK-RELEASED" TO IL-PARAGRAPH
                   MOVE "HOLDMSG.DAT" TO IL-FILE-NAME
                   MOVE WS-HOLDMSG-STATUS TO IL-FILE-STATUS
                   MOVE "READ OF HOLDMSG.DAT FAILED" TO IL-MESSAGE
                   PERFORM P-999-ABEND
               WHEN HM-STATUS-RELEASED
                   SET MESSAGE-RELEASED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P-350-CHECK-UNLOGGED.
           IF NOT DT-LOGGED(WS-DT-IDX)
               MOVE WS-DT-SEG-IDX(WS-DT-IDX) TO WS-SEG-IDX
               ADD 1 TO WS-SG-UNLOGGED(WS-SEG-IDX)
               MOVE SPACES TO WS-EXC-TEXT
               STRING "MESSAGE " WS-DT-RUN-DATE(WS-DT-IDX) " BATCH "
                       WS-DT-BATCH-ID(WS-DT-IDX) " MESSAGE "
                       WS-DT-MSG-SEQ(WS-DT-IDX)
                       " NOT ON IFPUBLOG.DAT"
                       DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               PERFORM P-190-ADD-EXCEPTION
           END-IF.

       P-400-PRINT-REPORT.
           MOVE WS-RUN-DATE TO VFY-H1-RUN-DATE.
           WRITE VERIFY-REPORT-LINE FROM VFY-HEADING-1.
           MOVE WS-VERIFY-FILE-NAME TO VFY-H2-FILE-NAME.
           MOVE WS-REC-LENGTH TO VFY-H2-LENGTH.
           WRITE VERIFY-REPORT-LINE FROM VFY-HEADING-2.

           PERFORM P-410-PRINT-SEGMENT
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEG-COUNT.

           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE "EXCEPTIONS" TO VFY-SEC-TEXT.
           WRITE VERIFY-REPORT-LINE FROM VFY-SECTION-LINE.
           IF WS-EXC-COUNT = 0
               MOVE "  NONE" TO VFY-SEC-TEXT
               WRITE VERIFY-REPORT-LINE FROM VFY-SECTION-LINE
           ELSE
               PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                       UNTIL WS-EXC-IDX > WS-EXC-COUNT
                           OR WS-EXC-IDX > WS-EXC-MAX
                   MOVE WS-EXC-ENTRY(WS-EXC-IDX) TO VFY-EXC-TEXT
                   WRITE VERIFY-REPORT-LINE FROM VFY-EXCEPTION-LINE
               END-PERFORM
               IF WS-EXC-COUNT > WS-EXC-MAX
                   MOVE "FURTHER EXCEPTIONS NOT LISTED - SEE TOTALS"
                       TO VFY-EXC-TEXT
                   WRITE VERIFY-REPORT-LINE FROM VFY-EXCEPTION-LINE
               END-IF
           END-IF.

           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE "TOTALS" TO VFY-SEC-TEXT.
           WRITE VERIFY-REPORT-LINE FROM VFY-SECTION-LINE.

           MOVE "RECORDS READ" TO VFY-TOT-LABEL.
           MOVE WS-CNT-READ TO VFY-TOT-VALUE.
           WRITE VERIFY-REPORT-LINE FROM VFY-TOTAL-LINE.

           MOVE "SEALED SEGMENTS" TO VFY-TOT-LABEL.
           MOVE WS-SEG-COUNT TO VFY-TOT-VALUE.
           WRITE VERIFY-REPORT-LINE FROM VFY-TOTAL-LINE.

           MOVE "MESSAGE RECORDS" TO VFY-TOT-LABEL.
           MOVE WS-DT-COUNT TO VFY-TOT-VALUE.
           WRITE VERIFY-REPORT-LINE FROM VFY-TOTAL-LINE.

           MOVE "RECORDS OUTSIDE A SEGMENT" TO VFY-TOT-LABEL.
           MOVE WS-CNT-ORPHAN TO VFY-TOT-VALUE.
           WRITE VERIFY-REPORT-LINE FROM VFY-TOTAL-LINE.

           MOVE "EXCEPTIONS" TO VFY-TOT-LABEL.
           MOVE WS-EXC-COUNT TO VFY-TOT-VALUE.
           WRITE VERIFY-REPORT-LINE FROM VFY-TOTAL-LINE.

           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           IF FILE-VERIFIED
               MOVE "VERIFIED" TO VFY-STAT-TEXT
           ELSE
               MOVE "FAILED VERIFICATION" TO VFY-STAT-TEXT
           END-IF.
           WRITE VERIFY-REPORT-LINE FROM VFY-STATUS-LINE.

       P-410-PRINT-SEGMENT.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE WS-SEG-IDX TO VFY-SEG-NUMBER.
           MOVE WS-SG-TYPE(WS-SEG-IDX) TO VFY-SEG-TYPE.
           MOVE WS-SG-DEST-ID(WS-SEG-IDX) TO VFY-SEG-DEST-ID.
           MOVE WS-SG-RUN-DATE(WS-SEG-IDX) TO VFY-SEG-RUN-DATE.
           MOVE WS-SG-BATCH-ID(WS-SEG-IDX) TO VFY-SEG-BATCH-ID.
           MOVE WS-SG-PROGRAM(WS-SEG-IDX) TO VFY-SEG-PROGRAM.
           WRITE VERIFY-REPORT-LINE FROM VFY-SEGMENT-LINE.
           WRITE VERIFY-REPORT-LINE FROM VFY-COLUMN-HEADING.

           IF SG-CLOSED(WS-SEG-IDX)
               MOVE "RECORD COUNT PER TRAILER" TO VFY-DET-LABEL
               MOVE WS-SG-TRL-COUNT(WS-SEG-IDX) TO WS-ITEM-EXPECTED
               MOVE WS-SG-REC-COUNT(WS-SEG-IDX) TO WS-ITEM-RECEIVED
               PERFORM P-420-PRINT-ITEM
               MOVE "HASH TOTAL PER TRAILER" TO VFY-DET-LABEL
               MOVE WS-SG-TRL-HASH(WS-SEG-IDX) TO WS-ITEM-EXPECTED
               MOVE WS-SG-HASH-TOTAL(WS-SEG-IDX) TO WS-ITEM-RECEIVED
               PERFORM P-420-PRINT-ITEM
               MOVE "CHECKSUM PER TRAILER" TO VFY-DET-LABEL
               MOVE WS-SG-TRL-CHECKSUM(WS-SEG-IDX)
                   TO WS-ITEM-EXPECTED
               MOVE WS-SG-CHECKSUM(WS-SEG-IDX) TO WS-ITEM-RECEIVED
               PERFORM P-420-PRINT-ITEM
               IF WS-SG-TRL-COUNT(WS-SEG-IDX)
                       NOT = WS-SG-REC-COUNT(WS-SEG-IDX)
                   OR WS-SG-TRL-HASH(WS-SEG-IDX)
                       NOT = WS-SG-HASH-TOTAL(WS-SEG-IDX)
                   OR WS-SG-TRL-CHECKSUM(WS-SEG-IDX)
                       NOT = WS-SG-CHECKSUM(WS-SEG-IDX)
                   MOVE WS-SEG-IDX TO WS-EXC-SEG
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "SEGMENT " WS-EXC-SEG " BATCH "
                           WS-SG-BATCH-ID(WS-SEG-IDX)
                           " DOES NOT MATCH ITS TRAILER"
                           DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM P-190-ADD-EXCEPTION
               END-IF
           ELSE
               MOVE "TRAILER RECORDS" TO VFY-DET-LABEL
               MOVE 1 TO WS-ITEM-EXPECTED
               MOVE 0 TO WS-ITEM-RECEIVED
               PERFORM P-420-PRINT-ITEM
           END-IF.

           MOVE "MESSAGES NOT ON IFPUBLOG" TO VFY-DET-LABEL.
           MOVE 0 TO WS-ITEM-EXPECTED.
           MOVE WS-SG-UNLOGGED(WS-SEG-IDX) TO WS-ITEM-RECEIVED.
           PERFORM P-420-PRINT-ITEM.

           MOVE "IFPUBLOG ENTRIES NOT HERE" TO VFY-DET-LABEL.
           MOVE 0 TO WS-ITEM-EXPECTED.
           MOVE WS-SG-NOT-IN-FILE(WS-SEG-IDX) TO WS-ITEM-RECEIVED.
           PERFORM P-420-PRINT-ITEM.

       P-420-PRINT-ITEM.
           MOVE WS-ITEM-EXPECTED TO VFY-DET-EXPECTED.
           MOVE WS-ITEM-RECEIVED TO VFY-DET-RECEIVED.
           IF WS-ITEM-EXPECTED = WS-ITEM-RECEIVED
               MOVE SPACES TO VFY-DET-FLAG
           ELSE
               MOVE "*MISMATCH*" TO VFY-DET-FLAG
               SET FILE-FAILED TO TRUE
           END-IF.
           WRITE VERIFY-REPORT-LINE FROM VFY-DETAIL-LINE.

       P-999-ABEND.
           DISPLAY "SYS-VERIFY-86 ABENDING - SEE PRIOR MESSAGES".
           MOVE "SYS-VERIFY-86" TO IL-PROGRAM.
           MOVE WS-RUN-DATE TO IL-RUN-DATE.
           CALL "SUB-INCIDENT-RTN"
               USING BY REFERENCE INCIDENT-LOG-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM SYS-VERIFY-86.
