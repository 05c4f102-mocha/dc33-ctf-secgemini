       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSP86AD.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SYSP86A.
       COPY DFHAID.
       COPY TABLREC.
       COPY USECREC.
       COPY SECVREC.
       COPY PROFREC.
       COPY COMPPROF.
       COPY TRANTBL.
       COPY ADHOCREC.

       01  WS-RESP                  PIC S9(8) COMP.
       01  WS-RESP-2                PIC S9(8) COMP.
       01  WS-COMMAREA              PIC X.
       01  WS-USERID                PIC X(8).
       01  WS-AUTH-SW               PIC X.
           88 USER-AUTHORIZED              VALUE "Y".
       01  WS-GRANT-SW              PIC X.
           88 DEST-GRANTED                 VALUE "Y".
       01  WS-GRANT-DEST            PIC X(8).
       01  WS-LIMIT-IDX             PIC 9(2) COMP.
       01  WS-LIMIT-COUNT           PIC 9(2) COMP.
       01  WS-ABSTIME               PIC S9(15) COMP-3.
       01  WS-DATE-X                PIC X(8).
       01  WS-DATE-N REDEFINES WS-DATE-X
                                    PIC 9(8).
       01  WS-TIME-X                PIC X(6).
       01  WS-TIME-N REDEFINES WS-TIME-X
                                    PIC 9(6).

       01  WS-IN-ACTION             PIC X.
       01  WS-IN-SOURCE             PIC X(8).
       01  WS-IN-DEST               PIC X(8).
       01  WS-IN-FROMPOS            PIC X(2).
       01  WS-IN-FROMPOS-N REDEFINES WS-IN-FROMPOS
                                    PIC 9(2).
       01  WS-IN-LOGKEY             PIC X(21).
       01  WS-IN-POINTS.
           05 WS-IN-DPIN            PIC X(79) OCCURS 3 TIMES.

       01  WS-EDIT-OK-SW            PIC X.
           88 EDITS-PASSED                 VALUE "Y".
       01  WS-SHOW-SW               PIC X.
           88 SHOW-LOG-RECORD              VALUE "Y".

       01  WS-MAX-DATA-POINT-VALUE  PIC S9(4) COMP VALUE 9999.
       01  WS-POINT-MAX             PIC 9(2) COMP VALUE 40.
       01  WS-POINT-COUNT           PIC 9(2) COMP.
       01  WS-POINT-TABLE.
           05 WS-PT-VALUE           PIC S9(4) COMP OCCURS 40 TIMES.
       01  WS-PT-IDX                PIC 9(2) COMP.

       01  WS-SCAN-AREA             PIC X(240).
       01  WS-SCAN-IDX              PIC 9(4) COMP.
       01  WS-SCAN-CHAR             PIC X.
       01  WS-SCAN-DIGIT REDEFINES WS-SCAN-CHAR
                                    PIC 9(1).
       01  WS-TOKEN-SW              PIC X.
           88 TOKEN-ACTIVE                 VALUE "Y".
       01  WS-TOKEN-SIGN            PIC X.
           88 TOKEN-NEGATIVE               VALUE "-".
       01  WS-TOKEN-DIGITS          PIC 9(2) COMP.
       01  WS-TOKEN-VALUE           PIC 9(4) COMP.
       01  WS-ENTRY-NO              PIC Z9.

       01  WS-PROF-RBA              PIC S9(8) COMP.
       01  WS-SEED-IDX              PIC 9(2) COMP.
       01  WS-MATCH-SW              PIC X.
           88 PROFILE-MATCHED              VALUE "Y".

       01  WS-RECON-IDX             PIC 9(2) COMP.
       01  WS-WARM-MAX              PIC 9(4) COMP.
       01  WS-WARM-N                PIC 9(5) COMP.
       01  VAR-N                    PIC 9(4) COMP.
       01  VAR-RSLT                 PIC 9(4) COMP.

       01  WS-DEST-MAX              PIC 9(2) COMP VALUE 4.
       01  WS-DEST-IDX              PIC 9(2) COMP.
       01  WS-ENTRY-IDX             PIC 9(4) COMP.
       01  WS-MAP-COUNT             PIC 9(4) COMP.
       01  WS-BROWSE-SW             PIC X.
           88 BROWSE-ENDED                 VALUE "Y".
       01  WS-DWIN-COUNT            PIC 9(2) COMP.
       01  WS-DWIN-IDX              PIC 9(2) COMP.
       01  WS-DWIN-FOUND            PIC 9(2) COMP.
       01  WS-DWIN-TABLE.
           05 WS-DWIN-ENTRY OCCURS 4 TIMES.
              10 WS-DWIN-DEST-ID    PIC X(8).
              10 WS-DWIN-SEQ        PIC 9(2).
              10 WS-DWIN-EFF        PIC 9(8).

       01  WS-TEXT-PTR              PIC 9(4) COMP.
       01  WS-OUT-PIECE             PIC X(4).
       01  WS-OUT-LENGTH            PIC 9(4) COMP.

       01  WS-FROM-POS              PIC 9(2) COMP.
       01  WS-CELL-COUNT            PIC 9(2) COMP.
       01  WS-CELL-LINE             PIC 9(2) COMP.
       01  WS-CELL-IDX              PIC 9(2) COMP.
       01  WS-CELL-NUM              PIC 9(4).
       01  WS-DET-CELL.
           05 WS-DC-POS             PIC Z9.
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DC-DATA            PIC -(4)9.
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DC-VARN            PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DC-RSLT            PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DC-CHAR            PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DC-FLAG            PIC X(4).
           05 FILLER                PIC X VALUE SPACE.
       01  WS-DET-PAGE.
           05 WS-DET-LINE OCCURS 7 TIMES.
              10 WS-DET-LINE-CELL   PIC X(26) OCCURS 3 TIMES.
       01  WS-COUNT-EDIT            PIC ZZ9.

       01  WS-ECHO-LINE             PIC 9(2) COMP.
       01  WS-ECHO-PTR              PIC 9(4) COMP.
       01  WS-ECHO-POINT            PIC -(4)9.
       01  WS-ECHO-LEAD             PIC 9(2) COMP.
       01  WS-ECHO-LENGTH           PIC 9(2) COMP.

       01  WS-EXIT-MESSAGE          PIC X(34)
           VALUE "SYS-PROCESS-86 AD-HOC DECODE ENDED".
       01  WS-EXIT-LENGTH           PIC S9(4) COMP VALUE 34.
       01  WS-DENY-MESSAGE          PIC X(40).
       01  WS-DENY-LENGTH           PIC S9(4) COMP VALUE 40.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X.

       PROCEDURE DIVISION.
       P-000-MAIN.
           PERFORM P-050-CHECK-AUTHORITY.
           IF NOT USER-AUTHORIZED
               PERFORM P-070-DENY-ACCESS
           END-IF.

           IF EIBCALEN = 0
               PERFORM P-100-FIRST-TIME
           ELSE
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM P-900-EXIT
                   WHEN DFHCLEAR
                       PERFORM P-100-FIRST-TIME
                   WHEN OTHER
                       PERFORM P-200-PROCESS
               END-EVALUATE
           END-IF.

           EXEC CICS RETURN
               TRANSID('P86A')
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.

       P-050-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTH-SW.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
           MOVE SPACES TO USER-SECURITY-RECORD.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.
           MOVE WS-USERID TO US-USER-ID.
           EXEC CICS READ
               FILE('USERSEC')
               INTO(USER-SECURITY-RECORD)
               RIDFLD(US-USER-ID)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET SV-NO-USER-RECORD TO TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET SV-SECFILE-ERROR TO TRUE
               WHEN US-ADHOC-DECODE OR US-ADHOC-PROMOTE
                   SET USER-AUTHORIZED TO TRUE
               WHEN OTHER
                   SET SV-NO-ADHOC TO TRUE
           END-EVALUATE.

       P-060-LOG-VIOLATION.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATE-X)
               TIME(WS-TIME-X)
           END-EXEC.
           MOVE WS-DATE-N TO SV-DATE.
           MOVE WS-TIME-N TO SV-TIME.
           MOVE EIBTRMID TO SV-TERM-ID.
           MOVE EIBTASKN TO SV-TASK-NO.
           MOVE WS-USERID TO SV-USER-ID.
           MOVE EIBTRNID TO SV-TRAN-ID.
           MOVE "SYSP86AD" TO SV-PROGRAM.
           EXEC CICS WRITE
               FILE('SECVIOL')
               FROM(SECURITY-VIOLATION-RECORD)
               RIDFLD(SV-KEY)
               RESP(WS-RESP-2)
           END-EXEC.

       P-070-DENY-ACCESS.
           MOVE "E" TO SV-ACTION.
           PERFORM P-060-LOG-VIOLATION.
           IF SV-SECFILE-ERROR
               MOVE "SECURITY FILE UNAVAILABLE - CONTACT HELP"
                   TO WS-DENY-MESSAGE
           ELSE
               MOVE "NOT AUTHORIZED FOR AD-HOC DECODE"
                   TO WS-DENY-MESSAGE
           END-IF.
           EXEC CICS SEND TEXT
               FROM(WS-DENY-MESSAGE)
               LENGTH(WS-DENY-LENGTH)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       P-100-FIRST-TIME.
           MOVE LOW-VALUES TO SYSP86AO.
           EXEC CICS SEND
               MAP('SYSP86A')
               MAPSET('SYSP86AS')
               ERASE
           END-EXEC.

       P-200-PROCESS.
           EXEC CICS RECEIVE
               MAP('SYSP86A')
               MAPSET('SYSP86AS')
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P-100-FIRST-TIME
           ELSE
               MOVE ACTIONI TO WS-IN-ACTION
               MOVE SRCSYSI TO WS-IN-SOURCE
               MOVE DESTIDI TO WS-IN-DEST
               MOVE FROMPOSI TO WS-IN-FROMPOS
               MOVE LOGKEYI TO WS-IN-LOGKEY
               MOVE DPIN1I TO WS-IN-DPIN(1)
               MOVE DPIN2I TO WS-IN-DPIN(2)
               MOVE DPIN3I TO WS-IN-DPIN(3)
               MOVE LOW-VALUES TO SYSP86AO
               MOVE SPACES TO MSGLNO
               PERFORM P-210-DISPATCH
           END-IF.

       P-210-DISPATCH.
           MOVE "N" TO WS-SHOW-SW.
           EVALUATE WS-IN-ACTION
               WHEN "D"
                   PERFORM P-220-EDIT-DECODE
                   IF EDITS-PASSED
                       PERFORM P-400-DECODE
                   END-IF
               WHEN "V"
                   PERFORM P-230-EDIT-LOGKEY
                   IF EDITS-PASSED
                       PERFORM P-700-VIEW
                   END-IF
               WHEN "P"
                   PERFORM P-230-EDIT-LOGKEY
                   PERFORM P-260-CHECK-PROMOTE-AUTH
                   IF EDITS-PASSED
                       PERFORM P-750-PROMOTE
                   END-IF
               WHEN OTHER
                   MOVE "ACTION MUST BE D, V OR P" TO MSGLNO
           END-EVALUATE.
           IF SHOW-LOG-RECORD
               PERFORM P-600-SHOW-RESULT
           END-IF.
           PERFORM P-800-SEND-MAP.

       P-220-EDIT-DECODE.
           MOVE "Y" TO WS-EDIT-OK-SW.
           IF WS-IN-SOURCE = SPACES OR WS-IN-SOURCE = LOW-VALUES
               MOVE "SOURCE SYSTEM IS REQUIRED" TO MSGLNO
               MOVE "N" TO WS-EDIT-OK-SW
           ELSE
               PERFORM P-300-PARSE-POINTS
           END-IF.
           IF EDITS-PASSED
               PERFORM P-240-EDIT-FROMPOS
           END-IF.
           IF WS-IN-DEST = LOW-VALUES
               MOVE SPACES TO WS-IN-DEST
           END-IF.

       P-230-EDIT-LOGKEY.
           MOVE "Y" TO WS-EDIT-OK-SW.
           IF WS-IN-LOGKEY NOT NUMERIC
               MOVE "LOG KEY MUST BE THE 21-DIGIT KEY OF A DECODE"
                   TO MSGLNO
               MOVE "N" TO WS-EDIT-OK-SW
           ELSE
               PERFORM P-240-EDIT-FROMPOS
           END-IF.

       P-240-EDIT-FROMPOS.
           IF WS-IN-FROMPOS = SPACES OR WS-IN-FROMPOS = LOW-VALUES
               MOVE 1 TO WS-FROM-POS
           ELSE
               IF WS-IN-FROMPOS NOT NUMERIC
                   MOVE "FROM POS MUST BE NUMERIC" TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
               ELSE
                   MOVE WS-IN-FROMPOS-N TO WS-FROM-POS
                   IF WS-FROM-POS = 0
                       MOVE 1 TO WS-FROM-POS
                   END-IF
               END-IF
           END-IF.

       P-260-CHECK-PROMOTE-AUTH.
           IF EDITS-PASSED AND NOT US-ADHOC-PROMOTE
               SET SV-NO-PROMOTE TO TRUE
               MOVE "NOT AUTHORIZED TO PROMOTE - DECODE AND VIEW ONLY"
                   TO MSGLNO
               MOVE "N" TO WS-EDIT-OK-SW
               MOVE WS-IN-ACTION TO SV-ACTION
               MOVE SPACES TO SV-DEST-ID
               PERFORM P-060-LOG-VIOLATION
           END-IF.

       P-270-CHECK-DEST-GRANT.
           MOVE "N" TO WS-GRANT-SW.
           MOVE 0 TO WS-LIMIT-COUNT.
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > 4
               IF US-DEST-LIMIT(WS-LIMIT-IDX) NOT = SPACES
                   ADD 1 TO WS-LIMIT-COUNT
                   IF US-DEST-LIMIT(WS-LIMIT-IDX) = WS-GRANT-DEST
                       SET DEST-GRANTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIMIT-COUNT = 0
               SET DEST-GRANTED TO TRUE
           END-IF.

       P-280-DENY-DEST.
           SET SV-DEST-NOT-GRANTED TO TRUE.
           MOVE "NOT AUTHORIZED FOR THIS DESTINATION" TO MSGLNO.
           MOVE "N" TO WS-EDIT-OK-SW.
           MOVE WS-IN-ACTION TO SV-ACTION.
           MOVE WS-GRANT-DEST TO SV-DEST-ID.
           PERFORM P-060-LOG-VIOLATION.

       P-300-PARSE-POINTS.
           MOVE 0 TO WS-POINT-COUNT.
           MOVE "N" TO WS-TOKEN-SW.
           MOVE SPACES TO WS-SCAN-AREA.
           STRING WS-IN-DPIN(1) " " WS-IN-DPIN(2) " "
                  WS-IN-DPIN(3) " "
               DELIMITED BY SIZE
               INTO WS-SCAN-AREA.
           PERFORM P-310-SCAN-CHAR
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 240
                   OR NOT EDITS-PASSED.
           IF EDITS-PASSED AND WS-POINT-COUNT = 0
               MOVE "AT LEAST ONE DATA-POINT IS REQUIRED" TO MSGLNO
               MOVE "N" TO WS-EDIT-OK-SW
           END-IF.

       P-310-SCAN-CHAR.
           MOVE WS-SCAN-AREA(WS-SCAN-IDX:1) TO WS-SCAN-CHAR.
           EVALUATE TRUE
               WHEN WS-SCAN-CHAR = SPACE OR WS-SCAN-CHAR = ","
                       OR WS-SCAN-CHAR = LOW-VALUE
                   IF TOKEN-ACTIVE
                       PERFORM P-320-END-TOKEN
                   END-IF
               WHEN WS-SCAN-CHAR = "-" AND NOT TOKEN-ACTIVE
                   PERFORM P-315-START-TOKEN
                   MOVE "-" TO WS-TOKEN-SIGN
               WHEN WS-SCAN-CHAR IS NUMERIC
                   IF NOT TOKEN-ACTIVE
                       PERFORM P-315-START-TOKEN
                   END-IF
                   ADD 1 TO WS-TOKEN-DIGITS
                   IF WS-TOKEN-DIGITS > 4
                       PERFORM P-330-BAD-TOKEN
                   ELSE
                       COMPUTE WS-TOKEN-VALUE =
                           WS-TOKEN-VALUE * 10 + WS-SCAN-DIGIT
                   END-IF
               WHEN OTHER
                   PERFORM P-330-BAD-TOKEN
           END-EVALUATE.

       P-315-START-TOKEN.
           SET TOKEN-ACTIVE TO TRUE.
           MOVE SPACE TO WS-TOKEN-SIGN.
           MOVE 0 TO WS-TOKEN-DIGITS.
           MOVE 0 TO WS-TOKEN-VALUE.

       P-320-END-TOKEN.
           MOVE "N" TO WS-TOKEN-SW.
           IF WS-TOKEN-DIGITS = 0
               PERFORM P-330-BAD-TOKEN
           ELSE
               IF WS-POINT-COUNT >= WS-POINT-MAX
                   MOVE "NO MORE THAN 40 DATA-POINTS MAY BE DECODED"
                       TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
               ELSE
                   ADD 1 TO WS-POINT-COUNT
                   IF TOKEN-NEGATIVE
                       COMPUTE WS-PT-VALUE(WS-POINT-COUNT) =
                           0 - WS-TOKEN-VALUE
                   ELSE
                       MOVE WS-TOKEN-VALUE
                           TO WS-PT-VALUE(WS-POINT-COUNT)
                   END-IF
               END-IF
           END-IF.

       P-330-BAD-TOKEN.
           COMPUTE WS-ENTRY-NO = WS-POINT-COUNT + 1.
           MOVE SPACES TO MSGLNO.
           STRING "DATA-POINT " WS-ENTRY-NO
                  " IS NOT A WHOLE NUMBER OF UP TO 4 DIGITS"
               DELIMITED BY SIZE
               INTO MSGLNO.
           MOVE "N" TO WS-EDIT-OK-SW.

       P-350-GET-TIMESTAMP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATE-X)
               TIME(WS-TIME-X)
           END-EXEC.

       P-400-DECODE.
           PERFORM P-350-GET-TIMESTAMP.
           PERFORM P-410-LOAD-PROFILE.
           IF EDITS-PASSED
               PERFORM P-430-WARM-COMPUTE
               PERFORM P-440-RECONCILE
           END-IF.
           IF EDITS-PASSED
               PERFORM P-450-LOAD-DESTINATIONS
           END-IF.
           IF EDITS-PASSED
               PERFORM P-470-RESOLVE-DESTINATION
           END-IF.
           IF EDITS-PASSED
               PERFORM P-480-LOAD-MAPPINGS
           END-IF.
           IF EDITS-PASSED
               PERFORM P-500-DECODE-POINTS
               PERFORM P-550-WRITE-LOG
           END-IF.

       P-410-LOAD-PROFILE.
           PERFORM P-415-DEFAULT-PROFILE.
           MOVE "N" TO WS-MATCH-SW.
           MOVE 0 TO WS-PROF-RBA.
           EXEC CICS STARTBR
               FILE('COMPPROF')
               RIDFLD(WS-PROF-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM P-420-NEXT-PROFILE
                       UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                           OR NOT EDITS-PASSED
                   IF EDITS-PASSED
                           AND WS-RESP NOT = DFHRESP(ENDFILE)
                       MOVE "COMPPROF READ FAILED - CONTACT SUPPORT"
                           TO MSGLNO
                       MOVE "N" TO WS-EDIT-OK-SW
                   END-IF
                   EXEC CICS ENDBR
                       FILE('COMPPROF')
                       RESP(WS-RESP-2)
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "COMPPROF FILE UNAVAILABLE - CONTACT SUPPORT"
                       TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
           END-EVALUATE.

       P-415-DEFAULT-PROFILE.
           MOVE "DEFAULT" TO CP-PROFILE-ID.
           MOVE 10 TO CP-SEED(1).
           MOVE 20 TO CP-SEED(2).
           MOVE 30 TO CP-SEED(3).
           MOVE 40 TO CP-SEED(4).
           MOVE 2 TO CP-T2-FACTOR.
           MOVE 5 TO CP-ADDEND.
           MOVE 256 TO CP-MODULUS.
           MOVE 2 TO CP-RECON-COUNT.
           MOVE 0 TO CP-RECON-INPUT(1).
           MOVE 10 TO CP-RECON-EXPECT(1).
           MOVE 4 TO CP-RECON-INPUT(2).
           MOVE 115 TO CP-RECON-EXPECT(2).
           MOVE 0 TO CP-RECON-INPUT(3).
           MOVE 0 TO CP-RECON-EXPECT(3).
           MOVE 0 TO CP-RECON-INPUT(4).
           MOVE 0 TO CP-RECON-EXPECT(4).

       P-420-NEXT-PROFILE.
           EXEC CICS READNEXT
               FILE('COMPPROF')
               INTO(PROFILE-RECORD)
               RIDFLD(WS-PROF-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
                   AND PP-SOURCE-SYS = WS-IN-SOURCE
               PERFORM P-425-APPLY-PROFILE
           END-IF.

       P-425-APPLY-PROFILE.
           IF PROFILE-RECORD(9:59) NOT NUMERIC
                   OR PP-MODULUS < 2 OR PP-MODULUS > 256
                   OR PP-SEED(1) > 255 OR PP-SEED(2) > 255
                   OR PP-SEED(3) > 255 OR PP-SEED(4) > 255
                   OR PP-RECON-COUNT < 1 OR PP-RECON-COUNT > 4
               MOVE "INVALID COMPPROF PROFILE - CONTACT SUPPORT"
                   TO MSGLNO
               MOVE "N" TO WS-EDIT-OK-SW
           ELSE
               SET PROFILE-MATCHED TO TRUE
               MOVE PP-SOURCE-SYS TO CP-PROFILE-ID
               PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                       UNTIL WS-SEED-IDX > 4
                   MOVE PP-SEED(WS-SEED-IDX) TO CP-SEED(WS-SEED-IDX)
                   MOVE PP-RECON-INPUT(WS-SEED-IDX)
                       TO CP-RECON-INPUT(WS-SEED-IDX)
                   MOVE PP-RECON-EXPECT(WS-SEED-IDX)
                       TO CP-RECON-EXPECT(WS-SEED-IDX)
               END-PERFORM
               MOVE PP-T2-FACTOR TO CP-T2-FACTOR
               MOVE PP-ADDEND TO CP-ADDEND
               MOVE PP-MODULUS TO CP-MODULUS
               MOVE PP-RECON-COUNT TO CP-RECON-COUNT
           END-IF.

       P-430-WARM-COMPUTE.
           MOVE 0 TO WS-WARM-MAX.
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                   UNTIL WS-RECON-IDX > CP-RECON-COUNT
               IF CP-RECON-INPUT(WS-RECON-IDX) > WS-WARM-MAX
                   MOVE CP-RECON-INPUT(WS-RECON-IDX) TO WS-WARM-MAX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-POINT-COUNT
               IF WS-PT-VALUE(WS-PT-IDX) > WS-WARM-MAX
                       AND WS-PT-VALUE(WS-PT-IDX)
                           NOT > WS-MAX-DATA-POINT-VALUE
                   MOVE WS-PT-VALUE(WS-PT-IDX) TO WS-WARM-MAX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-WARM-N FROM 0 BY 1
                   UNTIL WS-WARM-N > WS-WARM-MAX
               MOVE WS-WARM-N TO VAR-N
               CALL "SUB-COMPUTE-RTN"
                   USING BY REFERENCE VAR-N VAR-RSLT
                       COMPUTE-PROFILE-AREA
           END-PERFORM.

       P-440-RECONCILE.
           PERFORM VARYING WS-RECON-IDX FROM 1 BY 1
                   UNTIL WS-RECON-IDX > CP-RECON-COUNT
               MOVE CP-RECON-INPUT(WS-RECON-IDX) TO VAR-N
               CALL "SUB-COMPUTE-RTN"
                   USING BY REFERENCE VAR-N VAR-RSLT
                       COMPUTE-PROFILE-AREA
               IF VAR-RSLT NOT = CP-RECON-EXPECT(WS-RECON-IDX)
                   MOVE "RECONCILIATION FAILED - CONTACT SUPPORT"
                       TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
               END-IF
           END-PERFORM.

       P-450-LOAD-DESTINATIONS.
           MOVE 0 TO TA-DEST-COUNT.
           MOVE 0 TO WS-DWIN-COUNT.
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-MAX
               MOVE SPACES TO TA-DEST-ID(WS-DEST-IDX)
           END-PERFORM.
           MOVE LOW-VALUES TO TM-KEY.
           MOVE "N" TO WS-BROWSE-SW.
           EXEC CICS STARTBR
               FILE('TABLMST')
               RIDFLD(TM-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "TABLMST UNAVAILABLE OR EMPTY - CONTACT SUPPORT"
                   TO MSGLNO
               MOVE "N" TO WS-EDIT-OK-SW
           ELSE
               PERFORM P-455-NEXT-DESTINATION
                   UNTIL BROWSE-ENDED
               EXEC CICS ENDBR
                   FILE('TABLMST')
                   RESP(WS-RESP-2)
               END-EXEC
           END-IF.
           IF EDITS-PASSED
               PERFORM P-465-REGISTER-WINNER
                   VARYING WS-DWIN-IDX FROM 1 BY 1
                   UNTIL WS-DWIN-IDX > WS-DWIN-COUNT
                       OR NOT EDITS-PASSED
           END-IF.
           IF EDITS-PASSED
               IF TA-DEST-ID(1) = SPACES
                   MOVE "NO PRIMARY DESTINATION - CONTACT SUPPORT"
                       TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
               END-IF
               PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                       UNTIL WS-DEST-IDX > TA-DEST-COUNT
                   IF TA-DEST-ID(WS-DEST-IDX) = SPACES
                       MOVE "DESTINATION SEQUENCE GAP - CONTACT HELP"
                           TO MSGLNO
                       MOVE "N" TO WS-EDIT-OK-SW
                   END-IF
               END-PERFORM
           END-IF.

       P-455-NEXT-DESTINATION.
           EXEC CICS READNEXT
               FILE('TABLMST')
               INTO(TABLE-MAINT-RECORD)
               RIDFLD(TM-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   SET BROWSE-ENDED TO TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "TABLMST READ FAILED - CONTACT SUPPORT"
                       TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
                   SET BROWSE-ENDED TO TRUE
               WHEN NOT TM-DEST-REC
                   CONTINUE
               WHEN TM-EFF-DATE > WS-DATE-N
                   CONTINUE
               WHEN TM-DEST-SEQ NOT NUMERIC
                       OR TM-DEST-SEQ < 1
                       OR TM-DEST-SEQ > WS-DEST-MAX
                   MOVE "BAD DEST SEQUENCE ON TABLMST - CONTACT HELP"
                       TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
                   SET BROWSE-ENDED TO TRUE
               WHEN OTHER
                   PERFORM P-460-PICK-DEST-WINNER
           END-EVALUATE.

       P-460-PICK-DEST-WINNER.
           MOVE 0 TO WS-DWIN-FOUND.
           PERFORM VARYING WS-DWIN-IDX FROM 1 BY 1
                   UNTIL WS-DWIN-IDX > WS-DWIN-COUNT
               IF WS-DWIN-DEST-ID(WS-DWIN-IDX) = TM-DEST-ID
                   MOVE WS-DWIN-IDX TO WS-DWIN-FOUND
               END-IF
           END-PERFORM.
           IF WS-DWIN-FOUND = 0
               IF WS-DWIN-COUNT >= WS-DEST-MAX
                   MOVE "TOO MANY DESTINATIONS ON TABLMST"
                       TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
                   SET BROWSE-ENDED TO TRUE
               ELSE
                   ADD 1 TO WS-DWIN-COUNT
                   MOVE WS-DWIN-COUNT TO WS-DWIN-FOUND
                   MOVE TM-DEST-ID TO WS-DWIN-DEST-ID(WS-DWIN-FOUND)
                   MOVE 0 TO WS-DWIN-EFF(WS-DWIN-FOUND)
                   MOVE 0 TO WS-DWIN-SEQ(WS-DWIN-FOUND)
               END-IF
           END-IF.
           IF WS-DWIN-FOUND > 0
               IF TM-EFF-DATE >= WS-DWIN-EFF(WS-DWIN-FOUND)
                   MOVE TM-EFF-DATE TO WS-DWIN-EFF(WS-DWIN-FOUND)
                   MOVE TM-DEST-SEQ TO WS-DWIN-SEQ(WS-DWIN-FOUND)
               END-IF
           END-IF.

       P-465-REGISTER-WINNER.
           IF TA-DEST-ID(WS-DWIN-SEQ(WS-DWIN-IDX)) NOT = SPACES
               MOVE "DESTINATION SEQUENCE CONFLICT - CONTACT SUPPORT"
                   TO MSGLNO
               MOVE "N" TO WS-EDIT-OK-SW
           ELSE
               MOVE WS-DWIN-DEST-ID(WS-DWIN-IDX)
                   TO TA-DEST-ID(WS-DWIN-SEQ(WS-DWIN-IDX))
               IF WS-DWIN-SEQ(WS-DWIN-IDX) > TA-DEST-COUNT
                   MOVE WS-DWIN-SEQ(WS-DWIN-IDX) TO TA-DEST-COUNT
               END-IF
           END-IF.

       P-470-RESOLVE-DESTINATION.
           IF WS-IN-DEST = SPACES
               MOVE 1 TO WS-DEST-IDX
               MOVE TA-DEST-ID(1) TO WS-IN-DEST
           ELSE
               MOVE 0 TO WS-DEST-IDX
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > TA-DEST-COUNT
                   IF TA-DEST-ID(WS-ENTRY-IDX) = WS-IN-DEST
                       MOVE WS-ENTRY-IDX TO WS-DEST-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DEST-IDX = 0
               MOVE "DESTINATION IS NOT EFFECTIVE TODAY" TO MSGLNO
               MOVE "N" TO WS-EDIT-OK-SW
           ELSE
               MOVE WS-IN-DEST TO WS-GRANT-DEST
               PERFORM P-270-CHECK-DEST-GRANT
               IF NOT DEST-GRANTED
                   PERFORM P-280-DENY-DEST
               END-IF
           END-IF.

       P-480-LOAD-MAPPINGS.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > 256
               MOVE "N" TO TA-MAPPED-SW(WS-DEST-IDX, WS-ENTRY-IDX)
               MOVE 0 TO TA-OUT-LENGTH(WS-DEST-IDX, WS-ENTRY-IDX)
               MOVE SPACES TO TA-OUT-TEXT(WS-DEST-IDX, WS-ENTRY-IDX)
           END-PERFORM.
           MOVE 0 TO WS-MAP-COUNT.
           MOVE WS-IN-DEST TO TM-DEST-ID.
           MOVE "M" TO TM-RECORD-TYPE.
           MOVE 0 TO TM-RSLT.
           MOVE 0 TO TM-EFF-DATE.
           MOVE "N" TO WS-BROWSE-SW.
           EXEC CICS STARTBR
               FILE('TABLMST')
               RIDFLD(TM-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM P-485-NEXT-MAPPING
                   UNTIL BROWSE-ENDED
               EXEC CICS ENDBR
                   FILE('TABLMST')
                   RESP(WS-RESP-2)
               END-EXEC
           END-IF.

       P-485-NEXT-MAPPING.
           EXEC CICS READNEXT
               FILE('TABLMST')
               INTO(TABLE-MAINT-RECORD)
               RIDFLD(TM-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   SET BROWSE-ENDED TO TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "TABLMST READ FAILED - CONTACT SUPPORT"
                       TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
                   SET BROWSE-ENDED TO TRUE
               WHEN TM-DEST-ID NOT = WS-IN-DEST OR NOT TM-MAP-REC
                   SET BROWSE-ENDED TO TRUE
               WHEN TM-EFF-DATE > WS-DATE-N
                   CONTINUE
               WHEN TM-RSLT NOT NUMERIC OR TM-RSLT > 255
                       OR TM-LENGTH NOT NUMERIC
                       OR TM-LENGTH < 1 OR TM-LENGTH > 4
                   MOVE "INVALID TABLMST MAPPING - CONTACT SUPPORT"
                       TO MSGLNO
                   MOVE "N" TO WS-EDIT-OK-SW
                   SET BROWSE-ENDED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-MAP-COUNT
                   MOVE "Y" TO TA-MAPPED-SW(WS-DEST-IDX, TM-RSLT + 1)
                   MOVE TM-LENGTH
                       TO TA-OUT-LENGTH(WS-DEST-IDX, TM-RSLT + 1)
                   MOVE TM-OUT
                       TO TA-OUT-TEXT(WS-DEST-IDX, TM-RSLT + 1)
           END-EVALUATE.

       P-500-DECODE-POINTS.
           MOVE SPACES TO ADHOC-LOG-RECORD.
           MOVE WS-DATE-N TO AL-LOG-DATE.
           MOVE WS-TIME-N TO AL-LOG-TIME.
           MOVE EIBTASKN TO AL-TASK-NO.
           MOVE WS-USERID TO AL-USER-ID.
           MOVE EIBTRMID TO AL-TERM-ID.
           MOVE WS-IN-SOURCE TO AL-SOURCE-SYS.
           MOVE WS-IN-DEST TO AL-DEST-ID.
           MOVE CP-PROFILE-ID TO AL-PROFILE-ID.
           MOVE WS-DATE-N TO AL-TABLE-DATE.
           MOVE WS-POINT-COUNT TO AL-POINT-COUNT.
           MOVE 0 TO AL-REJECT-COUNT.
           MOVE 0 TO AL-UNMAPPED-COUNT.
           SET AL-STATUS-DECODED TO TRUE.
           MOVE 0 TO AL-PROMOTE-DATE.
           MOVE 0 TO AL-PROMOTE-TIME.
           MOVE 0 TO AL-SUBMIT-DATE.
           MOVE 0 TO AL-SUBMIT-MSG-SEQ.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-POINT-MAX
               MOVE 0 TO AL-DATA-POINT(WS-PT-IDX)
               MOVE 0 TO AL-VAR-RSLT(WS-PT-IDX)
           END-PERFORM.
           MOVE 1 TO WS-TEXT-PTR.
           PERFORM P-510-DECODE-POSITION
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-POINT-COUNT.

       P-510-DECODE-POSITION.
           MOVE WS-PT-VALUE(WS-PT-IDX) TO AL-DATA-POINT(WS-PT-IDX).
           MOVE "?" TO WS-OUT-PIECE.
           MOVE 1 TO WS-OUT-LENGTH.
           IF WS-PT-VALUE(WS-PT-IDX) < 0
                   OR WS-PT-VALUE(WS-PT-IDX) > WS-MAX-DATA-POINT-VALUE
               SET AL-POINT-REJECTED(WS-PT-IDX) TO TRUE
               ADD 1 TO AL-REJECT-COUNT
           ELSE
               MOVE WS-PT-VALUE(WS-PT-IDX) TO VAR-N
               CALL "SUB-COMPUTE-RTN"
                   USING BY REFERENCE VAR-N VAR-RSLT
                       COMPUTE-PROFILE-AREA
               MOVE VAR-RSLT TO AL-VAR-RSLT(WS-PT-IDX)
               IF TA-MAPPED-SW(WS-DEST-IDX, VAR-RSLT + 1) = "Y"
                   MOVE TA-OUT-TEXT(WS-DEST-IDX, VAR-RSLT + 1)
                       TO WS-OUT-PIECE
                   IF WS-DEST-IDX > 1
                       MOVE TA-OUT-LENGTH(WS-DEST-IDX, VAR-RSLT + 1)
                           TO WS-OUT-LENGTH
                   END-IF
               ELSE
                   SET AL-POINT-UNMAPPED(WS-PT-IDX) TO TRUE
                   ADD 1 TO AL-UNMAPPED-COUNT
               END-IF
           END-IF.
           MOVE WS-OUT-PIECE(1:1) TO AL-OUT-CHAR(WS-PT-IDX).
           STRING WS-OUT-PIECE(1:WS-OUT-LENGTH) DELIMITED BY SIZE
               INTO AL-OUTPUT-TEXT
               WITH POINTER WS-TEXT-PTR.

       P-550-WRITE-LOG.
           EXEC CICS WRITE
               FILE('ADHOCLOG')
               FROM(ADHOC-LOG-RECORD)
               RIDFLD(AL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET SHOW-LOG-RECORD TO TRUE
               MOVE AL-KEY TO WS-IN-LOGKEY
               MOVE "DECODED AND LOGGED - ACTION P PROMOTES THIS KEY"
                   TO MSGLNO
           ELSE
               MOVE "ADHOCLOG WRITE FAILED - CONTACT SUPPORT"
                   TO MSGLNO
           END-IF.

       P-600-SHOW-RESULT.
           MOVE AL-KEY TO WS-IN-LOGKEY.
           MOVE AL-SOURCE-SYS TO WS-IN-SOURCE.
           MOVE AL-DEST-ID TO WS-IN-DEST.
           EVALUATE TRUE
               WHEN AL-STATUS-DECODED
                   MOVE "DECODED" TO LSTATO
                   MOVE AL-USER-ID TO LUSERO
               WHEN AL-STATUS-PROMOTED
                   MOVE "PROMOTED" TO LSTATO
                   MOVE AL-PROMOTE-USER TO LUSERO
               WHEN AL-STATUS-SUBMITTED
                   MOVE "SUBMITTED" TO LSTATO
                   MOVE AL-PROMOTE-USER TO LUSERO
           END-EVALUATE.
           MOVE AL-PROFILE-ID TO PROFIDO.
           MOVE AL-POINT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO PCOUNTO.
           MOVE AL-REJECT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO PREJO.
           MOVE AL-UNMAPPED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO PUNMO.
           MOVE AL-DEST-ID TO RDESTO.
           MOVE AL-OUTPUT-TEXT(1:60) TO TEXT1O.
           MOVE AL-OUTPUT-TEXT(61:60) TO TEXT2O.
           MOVE AL-OUTPUT-TEXT(121:40) TO TEXT3O.

           IF WS-FROM-POS > AL-POINT-COUNT
               MOVE 1 TO WS-FROM-POS
           END-IF.
           MOVE WS-FROM-POS TO WS-IN-FROMPOS-N.
           MOVE SPACES TO WS-DET-PAGE.
           MOVE 0 TO WS-CELL-COUNT.
           PERFORM P-620-DETAIL-CELL
               VARYING WS-PT-IDX FROM WS-FROM-POS BY 1
               UNTIL WS-PT-IDX > AL-POINT-COUNT
                   OR WS-CELL-COUNT >= 21.
           MOVE WS-DET-LINE(1) TO DET1O.
           MOVE WS-DET-LINE(2) TO DET2O.
           MOVE WS-DET-LINE(3) TO DET3O.
           MOVE WS-DET-LINE(4) TO DET4O.
           MOVE WS-DET-LINE(5) TO DET5O.
           MOVE WS-DET-LINE(6) TO DET6O.
           MOVE WS-DET-LINE(7) TO DET7O.
           IF WS-PT-IDX NOT > AL-POINT-COUNT
                   AND MSGLNO = SPACES
               MOVE WS-PT-IDX TO WS-ENTRY-NO
               STRING "MORE POSITIONS - ACTION V FROM POS "
                      WS-ENTRY-NO " TO CONTINUE"
                   DELIMITED BY SIZE
                   INTO MSGLNO
           END-IF.

           MOVE SPACES TO WS-IN-POINTS.
           MOVE 1 TO WS-ECHO-LINE.
           MOVE 1 TO WS-ECHO-PTR.
           PERFORM P-650-ECHO-POINT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > AL-POINT-COUNT
                   OR WS-ECHO-LINE > 3.

       P-620-DETAIL-CELL.
           ADD 1 TO WS-CELL-COUNT.
           COMPUTE WS-CELL-LINE = (WS-CELL-COUNT - 1) / 3 + 1.
           COMPUTE WS-CELL-IDX =
               WS-CELL-COUNT - (WS-CELL-LINE - 1) * 3.
           MOVE WS-PT-IDX TO WS-DC-POS.
           MOVE AL-DATA-POINT(WS-PT-IDX) TO WS-DC-DATA.
           MOVE AL-OUT-CHAR(WS-PT-IDX) TO WS-DC-CHAR.
           MOVE AL-POSITION-FLAG(WS-PT-IDX) TO WS-DC-FLAG.
           IF AL-POINT-REJECTED(WS-PT-IDX)
               MOVE SPACES TO WS-DC-VARN
               MOVE SPACES TO WS-DC-RSLT
           ELSE
               MOVE AL-DATA-POINT(WS-PT-IDX) TO WS-CELL-NUM
               MOVE WS-CELL-NUM TO WS-DC-VARN
               MOVE AL-VAR-RSLT(WS-PT-IDX) TO WS-CELL-NUM
               MOVE WS-CELL-NUM TO WS-DC-RSLT
           END-IF.
           MOVE WS-DET-CELL
               TO WS-DET-LINE-CELL(WS-CELL-LINE, WS-CELL-IDX).

       P-650-ECHO-POINT.
           MOVE AL-DATA-POINT(WS-PT-IDX) TO WS-ECHO-POINT.
           MOVE 0 TO WS-ECHO-LEAD.
           PERFORM VARYING WS-ECHO-LENGTH FROM 1 BY 1
                   UNTIL WS-ECHO-LENGTH > 4
                       OR WS-ECHO-POINT(WS-ECHO-LENGTH:1) NOT = SPACE
               ADD 1 TO WS-ECHO-LEAD
           END-PERFORM.
           COMPUTE WS-ECHO-LENGTH = 5 - WS-ECHO-LEAD.
           IF WS-ECHO-PTR + WS-ECHO-LENGTH > 80
               ADD 1 TO WS-ECHO-LINE
               MOVE 1 TO WS-ECHO-PTR
           END-IF.
           IF WS-ECHO-LINE NOT > 3
               STRING WS-ECHO-POINT(WS-ECHO-LEAD + 1:WS-ECHO-LENGTH)
                      " "
                   DELIMITED BY SIZE
                   INTO WS-IN-DPIN(WS-ECHO-LINE)
                   WITH POINTER WS-ECHO-PTR
               END-STRING
           END-IF.

       P-700-VIEW.
           MOVE WS-IN-LOGKEY TO AL-KEY.
           EXEC CICS READ
               FILE('ADHOCLOG')
               INTO(ADHOC-LOG-RECORD)
               RIDFLD(AL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "NO LOGGED DECODE FOR THAT LOG KEY" TO MSGLNO
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "ADHOCLOG READ FAILED - CONTACT SUPPORT"
                       TO MSGLNO
               WHEN OTHER
                   MOVE AL-DEST-ID TO WS-GRANT-DEST
                   PERFORM P-270-CHECK-DEST-GRANT
                   IF DEST-GRANTED
                       SET SHOW-LOG-RECORD TO TRUE
                   ELSE
                       PERFORM P-280-DENY-DEST
                   END-IF
           END-EVALUATE.

       P-750-PROMOTE.
           MOVE WS-IN-LOGKEY TO AL-KEY.
           EXEC CICS READ
               FILE('ADHOCLOG')
               INTO(ADHOC-LOG-RECORD)
               RIDFLD(AL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "NO LOGGED DECODE FOR THAT LOG KEY" TO MSGLNO
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "ADHOCLOG READ FAILED - CONTACT SUPPORT"
                       TO MSGLNO
               WHEN OTHER
                   PERFORM P-760-PROMOTE-RECORD
           END-EVALUATE.

       P-760-PROMOTE-RECORD.
           MOVE AL-DEST-ID TO WS-GRANT-DEST.
           PERFORM P-270-CHECK-DEST-GRANT.
           IF NOT DEST-GRANTED
               EXEC CICS UNLOCK
                   FILE('ADHOCLOG')
                   RESP(WS-RESP-2)
               END-EXEC
               PERFORM P-280-DENY-DEST
           ELSE
               SET SHOW-LOG-RECORD TO TRUE
               IF NOT AL-STATUS-DECODED
                   EXEC CICS UNLOCK
                       FILE('ADHOCLOG')
                       RESP(WS-RESP-2)
                   END-EXEC
                   IF AL-STATUS-PROMOTED
                       MOVE "ALREADY PROMOTED - AWAITING BATCH CYCLE"
                           TO MSGLNO
                   ELSE
                       STRING "ALREADY SUBMITTED IN " AL-SUBMIT-FILE
                           DELIMITED BY SIZE
                           INTO MSGLNO
                   END-IF
               ELSE
                   PERFORM P-350-GET-TIMESTAMP
                   SET AL-STATUS-PROMOTED TO TRUE
                   MOVE WS-USERID TO AL-PROMOTE-USER
                   MOVE WS-DATE-N TO AL-PROMOTE-DATE
                   MOVE WS-TIME-N TO AL-PROMOTE-TIME
                   EXEC CICS REWRITE
                       FILE('ADHOCLOG')
                       FROM(ADHOC-LOG-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE "PROMOTED FOR THE NEXT BATCH CYCLE"
                           TO MSGLNO
                   ELSE
                       MOVE "N" TO WS-SHOW-SW
                       MOVE "ADHOCLOG REWRITE FAILED - CONTACT HELP"
                           TO MSGLNO
                   END-IF
               END-IF
           END-IF.

       P-800-SEND-MAP.
           MOVE WS-IN-ACTION TO ACTIONO.
           MOVE WS-IN-SOURCE TO SRCSYSO.
           MOVE WS-IN-DEST TO DESTIDO.
           MOVE WS-IN-FROMPOS TO FROMPOSO.
           MOVE WS-IN-LOGKEY TO LOGKEYO.
           MOVE WS-IN-DPIN(1) TO DPIN1O.
           MOVE WS-IN-DPIN(2) TO DPIN2O.
           MOVE WS-IN-DPIN(3) TO DPIN3O.
           EXEC CICS SEND
               MAP('SYSP86A')
               MAPSET('SYSP86AS')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('P86A')
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.

       P-900-EXIT.
           EXEC CICS SEND TEXT
               FROM(WS-EXIT-MESSAGE)
               LENGTH(WS-EXIT-LENGTH)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       END PROGRAM SYSP86AD.
