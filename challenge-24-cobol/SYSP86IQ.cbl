       COPY DFHAID.
       COPY RUNHREC.
       COPY AUDMREC.
       COPY USECREC.
       COPY SECVREC.

       01  WS-RESP                  PIC S9(8) COMP.
       01  WS-RESP-2                PIC S9(8) COMP.
       01  WS-BROWSE-SW             PIC X.
           88 BROWSE-ACTIVE                VALUE "Y".
       01  WS-COMMAREA              PIC X.
       01  WS-USERID                PIC X(8).
       01  WS-AUTH-SW               PIC X.
           88 USER-AUTHORIZED              VALUE "Y".
       01  WS-ABSTIME               PIC S9(15) COMP-3.
       01  WS-DATE-X                PIC X(8).
       01  WS-DATE-N REDEFINES WS-DATE-X
                                    PIC 9(8).
       01  WS-TIME-X                PIC X(6).
       01  WS-TIME-N REDEFINES WS-TIME-X
                                    PIC 9(6).
       01  WS-IN-RUNDT              PIC X(8).
       01  WS-IN-RUNSQ              PIC X(2).
       01  WS-IN-MSGSQ              PIC X(4).
       01  WS-BUFFER.
           05 WS-BUFF-PART          PIC X(50) OCCURS 4 TIMES.

       01  WS-SCREEN-SW             PIC X.
           88 SEARCH-SCREEN                VALUE "S".
       01  WS-IN-STYPE              PIC X.
       01  WS-IN-SVALUE             PIC X(50).
       01  WS-IN-SFROM              PIC X(8).
       01  WS-IN-SFROM-N REDEFINES WS-IN-SFROM
                                    PIC 9(8).
       01  WS-IN-STO                PIC X(8).
       01  WS-IN-STO-N REDEFINES WS-IN-STO
                                    PIC 9(8).
       01  WS-IN-SSEL               PIC X(2).
       01  WS-IN-SSEL-N REDEFINES WS-IN-SSEL
                                    PIC 9(2).

       01  WS-SRCH-TYPE             PIC X.
           88 SEARCH-BY-POINT              VALUE "P".
           88 SEARCH-BY-RESULT             VALUE "R".
           88 SEARCH-BY-REJECT             VALUE "J".
           88 SEARCH-BY-TEXT               VALUE "T".
           88 SEARCH-TYPE-VALID            VALUE "P" "R" "J" "T".
       01  WS-SRCH-LEN              PIC 9(4) COMP.
       01  WS-SRCH-NUM              PIC S9(5) COMP.
       01  WS-SRCH-FROM             PIC 9(8).
       01  WS-SRCH-TO               PIC 9(8).
       01  WS-FROM-INT              PIC 9(8) COMP.
       01  WS-TO-INT                PIC 9(8) COMP.
       01  WS-SEARCH-DAYS           PIC 9(4) COMP VALUE 31.
       01  WS-DIGIT-COUNT           PIC 9(4) COMP.
       01  WS-SCAN-IDX              PIC 9(4) COMP.
       01  WS-SCAN-CHAR             PIC X.
       01  WS-SCAN-DIGIT REDEFINES WS-SCAN-CHAR
                                    PIC 9.
       01  WS-NEGATIVE-SW           PIC X.
           88 VALUE-NEGATIVE               VALUE "Y".
       01  WS-VALUE-SW              PIC X.
           88 VALUE-INVALID                VALUE "Y".
       01  WS-TEXT-POS              PIC 9(4) COMP.
       01  WS-TEXT-LAST             PIC 9(4) COMP.
       01  WS-TEXT-HIT-POS          PIC 9(4) COMP.

       01  WS-HIT-MAX               PIC 9(4) COMP VALUE 12.
       01  WS-HIT-COUNT             PIC 9(4) COMP.
       01  WS-HIT-IDX               PIC 9(4) COMP.
       01  WS-SCAN-COUNT            PIC 9(8) COMP.
       01  WS-SCAN-MAX              PIC 9(8) COMP VALUE 5000.
       01  WS-RESUME-SW             PIC X.
           88 RESUME-PENDING               VALUE "Y".
       01  WS-ARCH-ERROR-SW         PIC X.
           88 ARCHIVE-UNAVAILABLE          VALUE "Y".
       01  WS-DRILL-SW              PIC X VALUE "N".
           88 DRILL-ARCHIVE                VALUE "Y".
       01  WS-RUN-ARCH-SW           PIC X VALUE "N".
           88 RUN-FROM-ARCHIVE             VALUE "Y".
       01  WS-HIT-SOURCE            PIC X(4).
       01  WS-FOUND-SW              PIC X.
           88 RECORD-FOUND                 VALUE "Y".
       01  WS-RBA                   PIC S9(8) COMP.
       01  WS-LOOKUP-RBA            PIC S9(8) COMP.
       01  WS-DRILL-HIT-RBA         PIC S9(8) COMP VALUE 0.
       01  WS-DRILL-HIT-SW          PIC X VALUE "N".
           88 DRILL-HIT-IN-RUNHARCH        VALUE "R".
           88 DRILL-HIT-IN-AUDMARCH        VALUE "A".
       01  WS-DRILL-RUN-RBA         PIC S9(8) COMP VALUE 0.
       01  WS-DRILL-RUN-SW          PIC X VALUE "N".
           88 DRILL-RUN-RBA-KNOWN          VALUE "Y".
       01  WS-SCAN-RUN-RBA          PIC S9(8) COMP VALUE 0.
       01  WS-SCAN-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-SCAN-RUN-SEQ          PIC 9(2) VALUE 0.
       01  WS-ARCH-DIR-SW           PIC X VALUE "F".
           88 ARCH-BROWSE-BACK             VALUE "B".
       01  WS-LOOKUP-SW             PIC X.
           88 LOOKUP-RUN-SEEN              VALUE "S".
           88 LOOKUP-DONE                  VALUE "D".
       01  WS-FIND-RH-KEY           PIC X(14).
       01  WS-FIND-AM-KEY           PIC X(18).
       01  WS-LAST-RUN-DATE         PIC 9(8).
       01  WS-LAST-RUN-SEQ          PIC 9(2).
       01  WS-LAST-BATCH            PIC X(8).
       01  WS-LAST-RUN-RBA          PIC S9(8) COMP.
       01  WS-LAST-RUN-SW           PIC X.
           88 LAST-RUN-RBA-KNOWN           VALUE "Y".

       01  WS-NEXT-KEY.
           05 NK-PHASE              PIC X.
              88 NK-RUNHIST                VALUE "R".
              88 NK-RUNHARCH               VALUE "H".
              88 NK-AUDITMST               VALUE "A".
              88 NK-AUDMARCH               VALUE "B".
              88 NK-DONE                   VALUE "E".
              88 NK-TEXT-PHASE             VALUE "R" "H" "E".
              88 NK-AUDIT-PHASE            VALUE "A" "B" "E".
           05 NK-KEY                PIC X(18).
           05 FILLER                PIC X.
       01  WS-NEXT-ARCH REDEFINES WS-NEXT-KEY.
           05 FILLER                PIC X.
           05 NK-RBA                PIC 9(10).
           05 FILLER                PIC X(9).

       01  WS-HIT-TABLE.
           05 WS-HIT-SAVE           PIC X(79) OCCURS 12 TIMES.

       01  WS-HIT-LINE.
           05 HL-LINE-NO            PIC 9(2).
           05 FILLER                PIC X.
           05 HL-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 HL-RUN-SEQ            PIC 9(2).
           05 FILLER                PIC X.
           05 HL-BATCH-ID           PIC X(8).
           05 FILLER                PIC X.
           05 HL-MSG-SEQ            PIC 9(4).
           05 FILLER                PIC X.
           05 HL-POSITION           PIC 9(4).
           05 FILLER                PIC X.
           05 HL-SOURCE             PIC X(4).
              88 HL-FROM-ARCHIVE           VALUE "ARCH".
           05 FILLER                PIC X.
           05 HL-AUDIT-PART.
              10 HL-DATA-POINT      PIC -(4)9.
              10 FILLER             PIC X.
              10 HL-VAR-N           PIC Z(3)9.
              10 FILLER             PIC X.
              10 HL-VAR-RSLT        PIC Z(3)9.
              10 FILLER             PIC X.
              10 HL-RESULT          PIC X(3).
           05 HL-TEXT REDEFINES HL-AUDIT-PART
                                    PIC X(19).
           05 FILLER                PIC X.
           05 HL-RBA-FILE           PIC X.
              88 HL-RBA-RUNHARCH           VALUE "R".
              88 HL-RBA-AUDMARCH           VALUE "A".
           05 HL-HIT-RBA            PIC 9(9).
           05 FILLER                PIC X.
           05 HL-RUN-RBA            PIC 9(9).

       01  WS-EXIT-MESSAGE          PIC X(30)
           VALUE "SYS-PROCESS-86 INQUIRY ENDED".
       01  WS-EXIT-LENGTH           PIC S9(4) COMP VALUE 30.
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
               MOVE DFHCOMMAREA TO WS-SCREEN-SW
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM P-900-EXIT
                   WHEN DFHPF4
                       PERFORM P-100-FIRST-TIME
                   WHEN DFHPF5
                       PERFORM P-600-SEARCH-FIRST-TIME
                   WHEN DFHCLEAR
                       IF SEARCH-SCREEN
                           PERFORM P-600-SEARCH-FIRST-TIME
                       ELSE
                           PERFORM P-100-FIRST-TIME
                       END-IF
                   WHEN OTHER
                       IF SEARCH-SCREEN
                           PERFORM P-610-SEARCH
                       ELSE
                           PERFORM P-200-INQUIRE
                       END-IF
               END-EVALUATE
           END-IF.

               LENGTH(1)
           END-EXEC.

       P-050-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTH-SW.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
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
               WHEN NOT US-INQUIRY-ALLOWED
                   SET SV-NO-INQUIRY TO TRUE
               WHEN OTHER
                   SET USER-AUTHORIZED TO TRUE
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
           MOVE "SYSP86IQ" TO SV-PROGRAM.
           MOVE "E" TO SV-ACTION.
           EXEC CICS WRITE
               FILE('SECVIOL')
               FROM(SECURITY-VIOLATION-RECORD)
               RIDFLD(SV-KEY)
               RESP(WS-RESP-2)
           END-EXEC.

       P-070-DENY-ACCESS.
           PERFORM P-060-LOG-VIOLATION.
           IF SV-SECFILE-ERROR
               MOVE "SECURITY FILE UNAVAILABLE - CONTACT HELP"
                   TO WS-DENY-MESSAGE
           ELSE
               MOVE "NOT AUTHORIZED FOR RUN HISTORY INQUIRY"
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
           MOVE "M" TO WS-COMMAREA.
           MOVE LOW-VALUES TO SYSP86MO.
           EXEC CICS SEND
               MAP('SYSP86M')
           MOVE RUNSQI TO WS-IN-RUNSQ.
           MOVE MSGSQI TO WS-IN-MSGSQ.
           MOVE POSNI TO WS-IN-POSN.
           PERFORM P-215-EDIT-KEYS.

       P-215-EDIT-KEYS.
           MOVE LOW-VALUES TO SYSP86MO.
           MOVE SPACES TO MSGLNO.
           MOVE 0 TO WS-RUN-DATE.
               RIDFLD(RH-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND) AND DRILL-ARCHIVE
               PERFORM P-340-FIND-RUNHARCH
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "RUN NOT FOUND FOR DATE/SEQUENCE" TO MSGLNO
               PERFORM P-800-SEND-MAP
           ELSE
               MOVE RH-BATCH-ID TO BATCHIDO
               PERFORM P-310-SET-STATUS
               MOVE RH-STAT-COUNT TO WS-EDIT-6
               MOVE WS-EDIT-6 TO RCOUNTO
               MOVE RH-STAT-REJECTED TO WS-EDIT-4
               PERFORM P-400-READ-MESSAGE
           END-IF.

       P-310-SET-STATUS.
           EVALUATE TRUE
               WHEN RUN-FROM-ARCHIVE
                   MOVE "ARCHIVED" TO RSTATO
               WHEN RH-STATUS-CORRECTED
                   MOVE "CORRECTED" TO RSTATO
               WHEN RH-STATUS-HELD
                   MOVE "HELD" TO RSTATO
               WHEN RH-STATUS-CANCELLED
                   MOVE "CANCELLED" TO RSTATO
               WHEN OTHER
                   MOVE "COMPLETE" TO RSTATO
           END-EVALUATE.

       P-340-FIND-RUNHARCH.
           MOVE RH-KEY TO WS-FIND-RH-KEY.
           MOVE "N" TO WS-FOUND-SW.
           IF DRILL-HIT-IN-RUNHARCH
               MOVE WS-DRILL-HIT-RBA TO WS-RBA
               PERFORM P-345-READ-RUNHARCH-RBA
           END-IF.
           IF DRILL-RUN-RBA-KNOWN AND NOT RECORD-FOUND
               MOVE WS-DRILL-RUN-RBA TO WS-RBA
               PERFORM P-345-READ-RUNHARCH-RBA
               IF NOT RECORD-FOUND
                   MOVE "F" TO WS-ARCH-DIR-SW
                   MOVE WS-DRILL-RUN-RBA TO WS-RBA
                   PERFORM P-347-BROWSE-ARCHIVED-RUN
               END-IF
           END-IF.
           IF DRILL-HIT-IN-RUNHARCH AND NOT DRILL-RUN-RBA-KNOWN
                   AND NOT RECORD-FOUND
               MOVE "B" TO WS-ARCH-DIR-SW
               MOVE WS-DRILL-HIT-RBA TO WS-RBA
               PERFORM P-347-BROWSE-ARCHIVED-RUN
           END-IF.
           IF RECORD-FOUND
               SET RUN-FROM-ARCHIVE TO TRUE
               MOVE DFHRESP(NORMAL) TO WS-RESP
           ELSE
               MOVE WS-FIND-RH-KEY TO RH-KEY
               MOVE DFHRESP(NOTFND) TO WS-RESP
           END-IF.

       P-345-READ-RUNHARCH-RBA.
           EXEC CICS READ
               FILE('RUNHARCH')
               INTO(RUN-HISTORY-RECORD)
               RIDFLD(WS-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
                   AND RH-KEY = WS-FIND-RH-KEY
               SET RECORD-FOUND TO TRUE
           END-IF.

       P-347-BROWSE-ARCHIVED-RUN.
           MOVE 0 TO WS-SCAN-COUNT.
           EXEC CICS STARTBR
               FILE('RUNHARCH')
               RIDFLD(WS-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                       OR RECORD-FOUND
                       OR WS-SCAN-COUNT >= WS-SCAN-MAX
                   IF ARCH-BROWSE-BACK
                       EXEC CICS READPREV
                           FILE('RUNHARCH')
                           INTO(RUN-HISTORY-RECORD)
                           RIDFLD(WS-RBA)
                           RBA
                           RESP(WS-RESP)
                       END-EXEC
                   ELSE
                       EXEC CICS READNEXT
                           FILE('RUNHARCH')
                           INTO(RUN-HISTORY-RECORD)
                           RIDFLD(WS-RBA)
                           RBA
                           RESP(WS-RESP)
                       END-EXEC
                   END-IF
                   IF WS-RESP = DFHRESP(NORMAL)
                       ADD 1 TO WS-SCAN-COUNT
                       EVALUATE TRUE
                           WHEN RH-KEY = WS-FIND-RH-KEY
                               SET RECORD-FOUND TO TRUE
                           WHEN RH-KEY(1:10) NOT = WS-FIND-RH-KEY(1:10)
                               MOVE DFHRESP(NOTFND) TO WS-RESP
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE('RUNHARCH')
                   RESP(WS-RESP-2)
               END-EXEC
           END-IF.

       P-400-READ-MESSAGE.
           IF WS-IN-MSGSQ = SPACES OR WS-IN-MSGSQ = LOW-VALUES
               MOVE 1 TO WS-MSG-SEQ
               RIDFLD(RH-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND) AND DRILL-ARCHIVE
               PERFORM P-340-FIND-RUNHARCH
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "MESSAGE NOT FOUND FOR THIS RUN" TO MSGLNO
               PERFORM P-800-SEND-MAP
           ELSE
               PERFORM P-310-SET-STATUS
               MOVE RH-OUTPUT-BUFFER TO WS-BUFFER
               MOVE WS-BUFF-PART(1) TO BUFF1O
               MOVE WS-BUFF-PART(2) TO BUFF2O
               RIDFLD(AM-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND) AND DRILL-ARCHIVE
               PERFORM P-540-FIND-AUDMARCH
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NO AUDIT DETAIL FOR THAT POSITION"
                   TO MSGLNO
               PERFORM P-800-SEND-MAP
           END-IF.

       P-540-FIND-AUDMARCH.
           MOVE AM-KEY TO WS-FIND-AM-KEY.
           MOVE "N" TO WS-FOUND-SW.
           IF DRILL-HIT-IN-AUDMARCH
               MOVE WS-DRILL-HIT-RBA TO WS-RBA
               EXEC CICS READ
                   FILE('AUDMARCH')
                   INTO(AUDIT-MASTER-RECORD)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                       AND AM-KEY = WS-FIND-AM-KEY
                   SET RECORD-FOUND TO TRUE
               END-IF
           END-IF.
           IF RECORD-FOUND
               MOVE DFHRESP(NORMAL) TO WS-RESP
           ELSE
               MOVE WS-FIND-AM-KEY TO AM-KEY
               MOVE DFHRESP(NOTFND) TO WS-RESP
           END-IF.

       P-600-SEARCH-FIRST-TIME.
           MOVE "S" TO WS-COMMAREA.
           MOVE LOW-VALUES TO SYSP86SO.
           EXEC CICS SEND
               MAP('SYSP86S')
               MAPSET('SYSP86MS')
               ERASE
           END-EXEC.

       P-610-SEARCH.
           EXEC CICS RECEIVE
               MAP('SYSP86S')
               MAPSET('SYSP86MS')
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P-600-SEARCH-FIRST-TIME
           ELSE
               PERFORM P-615-SAVE-SEARCH-INPUT
               PERFORM P-620-EDIT-CRITERIA
               IF WS-IN-SSEL NOT = SPACES
                       AND WS-IN-SSEL NOT = LOW-VALUES
                   PERFORM P-630-SELECT-HIT
               ELSE
                   IF EIBAID = DFHPF8
                       PERFORM P-635-CONTINUE-SEARCH
                   ELSE
                       PERFORM P-640-NEW-SEARCH
                   END-IF
               END-IF
           END-IF.

       P-615-SAVE-SEARCH-INPUT.
           MOVE STYPEI TO WS-IN-STYPE.
           MOVE SVALUEI TO WS-IN-SVALUE.
           MOVE SFROMI TO WS-IN-SFROM.
           MOVE STOI TO WS-IN-STO.
           MOVE SSELI TO WS-IN-SSEL.
           MOVE SNEXTI TO WS-NEXT-KEY.
           MOVE HIT01I TO WS-HIT-SAVE(1).
           MOVE HIT02I TO WS-HIT-SAVE(2).
           MOVE HIT03I TO WS-HIT-SAVE(3).
           MOVE HIT04I TO WS-HIT-SAVE(4).
           MOVE HIT05I TO WS-HIT-SAVE(5).
           MOVE HIT06I TO WS-HIT-SAVE(6).
           MOVE HIT07I TO WS-HIT-SAVE(7).
           MOVE HIT08I TO WS-HIT-SAVE(8).
           MOVE HIT09I TO WS-HIT-SAVE(9).
           MOVE HIT10I TO WS-HIT-SAVE(10).
           MOVE HIT11I TO WS-HIT-SAVE(11).
           MOVE HIT12I TO WS-HIT-SAVE(12).
           IF WS-IN-STYPE = LOW-VALUES
               MOVE SPACES TO WS-IN-STYPE
           END-IF.
           IF WS-IN-SVALUE = LOW-VALUES
               MOVE SPACES TO WS-IN-SVALUE
           END-IF.
           MOVE LOW-VALUES TO SYSP86SO.

       P-620-EDIT-CRITERIA.
           MOVE WS-IN-STYPE TO WS-SRCH-TYPE.
           IF NOT SEARCH-TYPE-VALID
               MOVE "SEARCH BY MUST BE P, R, J OR T" TO SMSGO
               PERFORM P-850-SEND-SEARCH-MAP
           END-IF.

           MOVE 50 TO WS-SRCH-LEN.
           PERFORM UNTIL WS-SRCH-LEN = 0
                   OR WS-IN-SVALUE(WS-SRCH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SRCH-LEN
           END-PERFORM.
           EVALUATE TRUE
               WHEN SEARCH-BY-REJECT
                   MOVE SPACES TO WS-IN-SVALUE
                   MOVE 0 TO WS-SRCH-LEN
               WHEN WS-SRCH-LEN = 0
                   MOVE "A SEARCH VALUE IS REQUIRED" TO SMSGO
                   PERFORM P-850-SEND-SEARCH-MAP
               WHEN SEARCH-BY-POINT OR SEARCH-BY-RESULT
                   PERFORM P-625-EDIT-NUMBER
           END-EVALUATE.

           IF WS-IN-STO = SPACES OR WS-IN-STO = LOW-VALUES
               EXEC CICS ASKTIME
                   ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-DATE-X)
               END-EXEC
               MOVE WS-DATE-N TO WS-SRCH-TO
           ELSE
               IF WS-IN-STO NOT NUMERIC
                   MOVE "TO DATE MUST BE NUMERIC YYYYMMDD" TO SMSGO
                   PERFORM P-850-SEND-SEARCH-MAP
               END-IF
               MOVE WS-IN-STO-N TO WS-SRCH-TO
           END-IF.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-SRCH-TO).
           IF WS-TO-INT = 0
               MOVE "TO DATE IS NOT A VALID DATE" TO SMSGO
               PERFORM P-850-SEND-SEARCH-MAP
           END-IF.

           IF WS-IN-SFROM = SPACES OR WS-IN-SFROM = LOW-VALUES
               COMPUTE WS-SRCH-FROM = FUNCTION DATE-OF-INTEGER(
                   WS-TO-INT - WS-SEARCH-DAYS)
           ELSE
               IF WS-IN-SFROM NOT NUMERIC
                   MOVE "FROM DATE MUST BE NUMERIC YYYYMMDD" TO SMSGO
                   PERFORM P-850-SEND-SEARCH-MAP
               END-IF
               MOVE WS-IN-SFROM-N TO WS-SRCH-FROM
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-SRCH-FROM).
           IF WS-FROM-INT = 0
               MOVE "FROM DATE IS NOT A VALID DATE" TO SMSGO
               PERFORM P-850-SEND-SEARCH-MAP
           END-IF.
           IF WS-TO-INT < WS-FROM-INT
               MOVE "TO DATE IS BEFORE FROM DATE" TO SMSGO
               PERFORM P-850-SEND-SEARCH-MAP
           END-IF.
           MOVE WS-SRCH-FROM TO WS-IN-SFROM-N.
           MOVE WS-SRCH-TO TO WS-IN-STO-N.

       P-625-EDIT-NUMBER.
           MOVE 0 TO WS-SRCH-NUM.
           MOVE 0 TO WS-DIGIT-COUNT.
           MOVE "N" TO WS-NEGATIVE-SW.
           MOVE "N" TO WS-VALUE-SW.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SRCH-LEN
               MOVE WS-IN-SVALUE(WS-SCAN-IDX:1) TO WS-SCAN-CHAR
               EVALUATE TRUE
                   WHEN WS-SCAN-CHAR = "-" AND WS-SCAN-IDX = 1
                           AND SEARCH-BY-POINT
                       SET VALUE-NEGATIVE TO TRUE
                   WHEN WS-SCAN-CHAR NUMERIC
                       ADD 1 TO WS-DIGIT-COUNT
                       IF WS-DIGIT-COUNT <= 4
                           COMPUTE WS-SRCH-NUM =
                               WS-SRCH-NUM * 10 + WS-SCAN-DIGIT
                       END-IF
                   WHEN OTHER
                       SET VALUE-INVALID TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF WS-DIGIT-COUNT = 0 OR WS-DIGIT-COUNT > 4
               SET VALUE-INVALID TO TRUE
           END-IF.
           IF VALUE-INVALID
               MOVE "VALUE MUST BE A WHOLE NUMBER OF UP TO 4 DIGITS"
                   TO SMSGO
               PERFORM P-850-SEND-SEARCH-MAP
           END-IF.
           IF VALUE-NEGATIVE
               COMPUTE WS-SRCH-NUM = 0 - WS-SRCH-NUM
           END-IF.

       P-630-SELECT-HIT.
           MOVE SPACES TO WS-HIT-LINE.
           MOVE "N" TO WS-DRILL-HIT-SW.
           MOVE "N" TO WS-DRILL-RUN-SW.
           IF WS-IN-SSEL NUMERIC
               IF WS-IN-SSEL-N >= 1 AND WS-IN-SSEL-N <= WS-HIT-MAX
                   MOVE WS-HIT-SAVE(WS-IN-SSEL-N) TO WS-HIT-LINE
               END-IF
           END-IF.
           IF HL-RUN-DATE NOT NUMERIC
                   OR HL-RUN-SEQ NOT NUMERIC
                   OR HL-MSG-SEQ NOT NUMERIC
                   OR HL-POSITION NOT NUMERIC
               MOVE "NO SEARCH RESULT ON THAT LINE" TO SMSGO
               PERFORM P-850-SEND-SEARCH-MAP
           END-IF.
           IF HL-FROM-ARCHIVE
               SET DRILL-ARCHIVE TO TRUE
               IF HL-HIT-RBA NUMERIC
                   MOVE HL-HIT-RBA TO WS-DRILL-HIT-RBA
                   MOVE HL-RBA-FILE TO WS-DRILL-HIT-SW
               END-IF
               IF HL-RUN-RBA NUMERIC
                   MOVE HL-RUN-RBA TO WS-DRILL-RUN-RBA
                   SET DRILL-RUN-RBA-KNOWN TO TRUE
               END-IF
           END-IF.
           MOVE HL-RUN-DATE TO WS-IN-RUNDT.
           MOVE HL-RUN-SEQ TO WS-IN-RUNSQ.
           MOVE HL-MSG-SEQ TO WS-IN-MSGSQ.
           MOVE HL-POSITION TO WS-IN-POSN.
           MOVE "M" TO WS-COMMAREA.
           PERFORM P-215-EDIT-KEYS.

       P-635-CONTINUE-SEARCH.
           EVALUATE TRUE
               WHEN WS-NEXT-KEY = SPACES OR WS-NEXT-KEY = LOW-VALUES
                   MOVE "ENTER SEARCH CRITERIA AND PRESS ENTER"
                       TO SMSGO
                   PERFORM P-850-SEND-SEARCH-MAP
               WHEN NK-DONE
                   MOVE "SEARCH COMPLETE - NO MORE MATCHES" TO SMSGO
                   PERFORM P-850-SEND-SEARCH-MAP
               WHEN SEARCH-BY-TEXT AND NOT NK-TEXT-PHASE
               WHEN NOT SEARCH-BY-TEXT AND NOT NK-AUDIT-PHASE
                   MOVE "CRITERIA CHANGED - PRESS ENTER TO SEARCH"
                       TO SMSGO
                   PERFORM P-850-SEND-SEARCH-MAP
           END-EVALUATE.
           SET RESUME-PENDING TO TRUE.
           PERFORM P-645-RUN-SEARCH.

       P-640-NEW-SEARCH.
           MOVE SPACES TO WS-NEXT-KEY.
           IF SEARCH-BY-TEXT
               MOVE "R" TO NK-PHASE
               MOVE WS-SRCH-FROM TO RH-RUN-DATE
               MOVE 0 TO RH-RUN-SEQ
               MOVE 0 TO RH-MSG-SEQ
               MOVE RH-KEY TO NK-KEY
           ELSE
               MOVE "A" TO NK-PHASE
               MOVE WS-SRCH-FROM TO AM-RUN-DATE
               MOVE 0 TO AM-RUN-SEQ
               MOVE 0 TO AM-MSG-SEQ
               MOVE 0 TO AM-POSITION
               MOVE AM-KEY TO NK-KEY
           END-IF.
           MOVE "N" TO WS-RESUME-SW.
           PERFORM P-645-RUN-SEARCH.

       P-645-RUN-SEARCH.
           MOVE SPACES TO WS-HIT-TABLE.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE 0 TO WS-SCAN-COUNT.
           MOVE 0 TO WS-LAST-RUN-DATE.
           MOVE "N" TO WS-ARCH-ERROR-SW.
           PERFORM UNTIL WS-HIT-COUNT >= WS-HIT-MAX
                   OR WS-SCAN-COUNT >= WS-SCAN-MAX
                   OR NK-DONE
               EVALUATE TRUE
                   WHEN NK-RUNHIST
                       PERFORM P-650-BROWSE-RUNHIST
                   WHEN NK-RUNHARCH
                       PERFORM P-660-BROWSE-RUNHARCH
                   WHEN NK-AUDITMST
                       PERFORM P-670-BROWSE-AUDITMST
                   WHEN NK-AUDMARCH
                       PERFORM P-680-BROWSE-AUDMARCH
               END-EVALUATE
           END-PERFORM.

           EVALUATE TRUE
               WHEN ARCHIVE-UNAVAILABLE
                   MOVE "ARCHIVE FILE UNAVAILABLE - LIVE RESULTS ONLY"
                       TO SMSGO
               WHEN WS-HIT-COUNT = 0 AND NK-DONE
                   MOVE "NO MATCHING HISTORY FOUND" TO SMSGO
               WHEN NK-DONE
                   MOVE "SEARCH COMPLETE - ENTER LINE NUMBER TO VIEW"
                       TO SMSGO
               WHEN WS-HIT-COUNT >= WS-HIT-MAX
                   MOVE "MORE MATCHES - PF8 FOR NEXT PAGE" TO SMSGO
               WHEN OTHER
                   MOVE "SEARCH PAUSED - PF8 TO CONTINUE" TO SMSGO
           END-EVALUATE.
           PERFORM P-850-SEND-SEARCH-MAP.

       P-648-NEXT-PHASE.
           EVALUATE TRUE
               WHEN NK-RUNHIST
                   MOVE "H" TO NK-PHASE
                   MOVE 0 TO NK-RBA
               WHEN NK-AUDITMST
                   MOVE "B" TO NK-PHASE
                   MOVE 0 TO NK-RBA
               WHEN OTHER
                   MOVE SPACES TO WS-NEXT-KEY
                   MOVE "E" TO NK-PHASE
           END-EVALUATE.
           MOVE "N" TO WS-RESUME-SW.

       P-650-BROWSE-RUNHIST.
           MOVE NK-KEY TO RH-KEY.
           MOVE "N" TO WS-BROWSE-SW.
           EXEC CICS STARTBR
               FILE('RUNHIST')
               RIDFLD(RH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               PERFORM P-648-NEXT-PHASE
           END-IF.
           PERFORM UNTIL NOT BROWSE-ACTIVE
                   OR NOT NK-RUNHIST
                   OR WS-HIT-COUNT >= WS-HIT-MAX
                   OR WS-SCAN-COUNT >= WS-SCAN-MAX
               EXEC CICS READNEXT
                   FILE('RUNHIST')
                   INTO(RUN-HISTORY-RECORD)
                   RIDFLD(RH-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       PERFORM P-648-NEXT-PHASE
                   WHEN RH-RUN-DATE > WS-SRCH-TO
                       PERFORM P-648-NEXT-PHASE
                   WHEN RESUME-PENDING AND RH-KEY = NK-KEY(1:14)
                       MOVE "N" TO WS-RESUME-SW
                   WHEN OTHER
                       ADD 1 TO WS-SCAN-COUNT
                       MOVE "N" TO WS-RESUME-SW
                       MOVE RH-KEY TO NK-KEY
                       MOVE "LIVE" TO WS-HIT-SOURCE
                       PERFORM P-655-CHECK-TEXT
               END-EVALUATE
           END-PERFORM.
           IF BROWSE-ACTIVE
               EXEC CICS ENDBR
                   FILE('RUNHIST')
                   RESP(WS-RESP-2)
               END-EXEC
           END-IF.

       P-655-CHECK-TEXT.
           MOVE 0 TO WS-TEXT-HIT-POS.
           IF RH-MSG-SEQ > 0
               COMPUTE WS-TEXT-LAST = 201 - WS-SRCH-LEN
               PERFORM VARYING WS-TEXT-POS FROM 1 BY 1
                       UNTIL WS-TEXT-POS > WS-TEXT-LAST
                           OR WS-TEXT-HIT-POS > 0
                   IF RH-OUTPUT-BUFFER(WS-TEXT-POS:WS-SRCH-LEN)
                           = WS-IN-SVALUE(1:WS-SRCH-LEN)
                       MOVE WS-TEXT-POS TO WS-TEXT-HIT-POS
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TEXT-HIT-POS > 0
               PERFORM P-690-ADD-TEXT-HIT
           END-IF.

       P-660-BROWSE-RUNHARCH.
           MOVE NK-RBA TO WS-RBA.
           MOVE "N" TO WS-BROWSE-SW.
           EXEC CICS STARTBR
               FILE('RUNHARCH')
               RIDFLD(WS-RBA)
               RBA
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET BROWSE-ACTIVE TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM P-648-NEXT-PHASE
               WHEN OTHER
                   SET ARCHIVE-UNAVAILABLE TO TRUE
                   PERFORM P-648-NEXT-PHASE
           END-EVALUATE.
           PERFORM UNTIL NOT BROWSE-ACTIVE
                   OR NOT NK-RUNHARCH
                   OR WS-HIT-COUNT >= WS-HIT-MAX
                   OR WS-SCAN-COUNT >= WS-SCAN-MAX
               EXEC CICS READNEXT
                   FILE('RUNHARCH')
                   INTO(RUN-HISTORY-RECORD)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       PERFORM P-648-NEXT-PHASE
                   WHEN RESUME-PENDING
                       MOVE "N" TO WS-RESUME-SW
                   WHEN OTHER
                       ADD 1 TO WS-SCAN-COUNT
                       MOVE WS-RBA TO NK-RBA
                       IF RH-MSG-SEQ = 0
                           MOVE WS-RBA TO WS-SCAN-RUN-RBA
                           MOVE RH-RUN-DATE TO WS-SCAN-RUN-DATE
                           MOVE RH-RUN-SEQ TO WS-SCAN-RUN-SEQ
                       END-IF
                       IF RH-RUN-DATE >= WS-SRCH-FROM
                               AND RH-RUN-DATE <= WS-SRCH-TO
                           MOVE "ARCH" TO WS-HIT-SOURCE
                           PERFORM P-655-CHECK-TEXT
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF BROWSE-ACTIVE
               EXEC CICS ENDBR
                   FILE('RUNHARCH')
                   RESP(WS-RESP-2)
               END-EXEC
           END-IF.

       P-670-BROWSE-AUDITMST.
           MOVE NK-KEY TO AM-KEY.
           MOVE "N" TO WS-BROWSE-SW.
           EXEC CICS STARTBR
               FILE('AUDITMST')
               RIDFLD(AM-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               PERFORM P-648-NEXT-PHASE
           END-IF.
           PERFORM UNTIL NOT BROWSE-ACTIVE
                   OR NOT NK-AUDITMST
                   OR WS-HIT-COUNT >= WS-HIT-MAX
                   OR WS-SCAN-COUNT >= WS-SCAN-MAX
               EXEC CICS READNEXT
                   FILE('AUDITMST')
                   INTO(AUDIT-MASTER-RECORD)
                   RIDFLD(AM-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       PERFORM P-648-NEXT-PHASE
                   WHEN AM-RUN-DATE > WS-SRCH-TO
                       PERFORM P-648-NEXT-PHASE
                   WHEN RESUME-PENDING AND AM-KEY = NK-KEY
                       MOVE "N" TO WS-RESUME-SW
                   WHEN OTHER
                       ADD 1 TO WS-SCAN-COUNT
                       MOVE "N" TO WS-RESUME-SW
                       MOVE AM-KEY TO NK-KEY
                       MOVE "LIVE" TO WS-HIT-SOURCE
                       PERFORM P-675-CHECK-AUDIT
               END-EVALUATE
           END-PERFORM.
           IF BROWSE-ACTIVE
               EXEC CICS ENDBR
                   FILE('AUDITMST')
                   RESP(WS-RESP-2)
               END-EXEC
           END-IF.

       P-675-CHECK-AUDIT.
           EVALUATE TRUE
               WHEN SEARCH-BY-POINT
                   IF AM-DATA-POINT = WS-SRCH-NUM
                       PERFORM P-695-ADD-AUDIT-HIT
                   END-IF
               WHEN SEARCH-BY-RESULT
                   IF AM-RESULT-SW = "Y"
                           AND AM-VAR-RSLT = WS-SRCH-NUM
                       PERFORM P-695-ADD-AUDIT-HIT
                   END-IF
               WHEN SEARCH-BY-REJECT
                   IF AM-RESULT-SW NOT = "Y"
                       PERFORM P-695-ADD-AUDIT-HIT
                   END-IF
           END-EVALUATE.

       P-680-BROWSE-AUDMARCH.
           MOVE NK-RBA TO WS-RBA.
           MOVE "N" TO WS-BROWSE-SW.
           EXEC CICS STARTBR
               FILE('AUDMARCH')
               RIDFLD(WS-RBA)
               RBA
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET BROWSE-ACTIVE TO TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM P-648-NEXT-PHASE
               WHEN OTHER
                   SET ARCHIVE-UNAVAILABLE TO TRUE
                   PERFORM P-648-NEXT-PHASE
           END-EVALUATE.
           PERFORM UNTIL NOT BROWSE-ACTIVE
                   OR NOT NK-AUDMARCH
                   OR WS-HIT-COUNT >= WS-HIT-MAX
                   OR WS-SCAN-COUNT >= WS-SCAN-MAX
               EXEC CICS READNEXT
                   FILE('AUDMARCH')
                   INTO(AUDIT-MASTER-RECORD)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       PERFORM P-648-NEXT-PHASE
                   WHEN RESUME-PENDING
                       MOVE "N" TO WS-RESUME-SW
                   WHEN OTHER
                       ADD 1 TO WS-SCAN-COUNT
                       MOVE WS-RBA TO NK-RBA
                       IF AM-RUN-DATE >= WS-SRCH-FROM
                               AND AM-RUN-DATE <= WS-SRCH-TO
                           MOVE "ARCH" TO WS-HIT-SOURCE
                           PERFORM P-675-CHECK-AUDIT
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF BROWSE-ACTIVE
               EXEC CICS ENDBR
                   FILE('AUDMARCH')
                   RESP(WS-RESP-2)
               END-EXEC
           END-IF.

       P-690-ADD-TEXT-HIT.
           MOVE SPACES TO WS-HIT-LINE.
           MOVE WS-HIT-SOURCE TO HL-SOURCE.
           ADD 1 TO WS-HIT-COUNT.
           MOVE WS-HIT-COUNT TO HL-LINE-NO.
           MOVE RH-RUN-DATE TO HL-RUN-DATE.
           MOVE RH-RUN-SEQ TO HL-RUN-SEQ.
           MOVE RH-BATCH-ID TO HL-BATCH-ID.
           MOVE RH-MSG-SEQ TO HL-MSG-SEQ.
           MOVE WS-TEXT-HIT-POS TO HL-POSITION.
           IF WS-TEXT-HIT-POS > 182
               MOVE RH-OUTPUT-BUFFER(WS-TEXT-HIT-POS:) TO HL-TEXT
           ELSE
               MOVE RH-OUTPUT-BUFFER(WS-TEXT-HIT-POS:19) TO HL-TEXT
           END-IF.
           IF HL-FROM-ARCHIVE
               SET HL-RBA-RUNHARCH TO TRUE
               MOVE WS-RBA TO HL-HIT-RBA
               IF RH-RUN-DATE = WS-SCAN-RUN-DATE
                       AND RH-RUN-SEQ = WS-SCAN-RUN-SEQ
                   MOVE WS-SCAN-RUN-RBA TO HL-RUN-RBA
               END-IF
           END-IF.
           MOVE WS-HIT-LINE TO WS-HIT-SAVE(WS-HIT-COUNT).

       P-695-ADD-AUDIT-HIT.
           PERFORM P-697-LOOKUP-BATCH.
           MOVE SPACES TO WS-HIT-LINE.
           MOVE WS-HIT-SOURCE TO HL-SOURCE.
           ADD 1 TO WS-HIT-COUNT.
           MOVE WS-HIT-COUNT TO HL-LINE-NO.
           MOVE AM-RUN-DATE TO HL-RUN-DATE.
           MOVE AM-RUN-SEQ TO HL-RUN-SEQ.
           MOVE WS-LAST-BATCH TO HL-BATCH-ID.
           MOVE AM-MSG-SEQ TO HL-MSG-SEQ.
           MOVE AM-POSITION TO HL-POSITION.
           MOVE AM-DATA-POINT TO HL-DATA-POINT.
           IF AM-RESULT-SW = "Y"
               MOVE AM-VAR-N TO HL-VAR-N
               MOVE AM-VAR-RSLT TO HL-VAR-RSLT
               MOVE "OK" TO HL-RESULT
           ELSE
               MOVE "REJ" TO HL-RESULT
           END-IF.
           IF HL-FROM-ARCHIVE
               SET HL-RBA-AUDMARCH TO TRUE
               MOVE WS-RBA TO HL-HIT-RBA
               IF LAST-RUN-RBA-KNOWN
                   MOVE WS-LAST-RUN-RBA TO HL-RUN-RBA
               END-IF
           END-IF.
           MOVE WS-HIT-LINE TO WS-HIT-SAVE(WS-HIT-COUNT).

       P-697-LOOKUP-BATCH.
           IF AM-RUN-DATE = WS-LAST-RUN-DATE
                   AND AM-RUN-SEQ = WS-LAST-RUN-SEQ
               CONTINUE
           ELSE
               MOVE AM-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE AM-RUN-SEQ TO WS-LAST-RUN-SEQ
               MOVE "N" TO WS-LAST-RUN-SW
               MOVE AM-RUN-DATE TO RH-RUN-DATE
               MOVE AM-RUN-SEQ TO RH-RUN-SEQ
               MOVE AM-MSG-SEQ TO RH-MSG-SEQ
               EXEC CICS READ
                   FILE('RUNHIST')
                   INTO(RUN-HISTORY-RECORD)
                   RIDFLD(RH-KEY)
                   RESP(WS-RESP-2)
               END-EXEC
               IF WS-RESP-2 = DFHRESP(NORMAL)
                   MOVE RH-BATCH-ID TO WS-LAST-BATCH
               ELSE
                   PERFORM P-698-LOOKUP-RUNHARCH
               END-IF
           END-IF.

       P-698-LOOKUP-RUNHARCH.
           MOVE SPACES TO WS-LAST-BATCH.
           MOVE SPACES TO WS-LOOKUP-SW.
           MOVE 0 TO WS-LOOKUP-RBA.
           EXEC CICS STARTBR
               FILE('RUNHARCH')
               RIDFLD(WS-LOOKUP-RBA)
               RBA
               GTEQ
               RESP(WS-RESP-2)
           END-EXEC.
           IF WS-RESP-2 = DFHRESP(NORMAL)
               PERFORM UNTIL WS-RESP-2 NOT = DFHRESP(NORMAL)
                       OR LOOKUP-DONE
                       OR WS-SCAN-COUNT >= WS-SCAN-MAX
                   EXEC CICS READNEXT
                       FILE('RUNHARCH')
                       INTO(RUN-HISTORY-RECORD)
                       RIDFLD(WS-LOOKUP-RBA)
                       RBA
                       RESP(WS-RESP-2)
                   END-EXEC
                   IF WS-RESP-2 = DFHRESP(NORMAL)
                       ADD 1 TO WS-SCAN-COUNT
                       IF RH-RUN-DATE = AM-RUN-DATE
                               AND RH-RUN-SEQ = AM-RUN-SEQ
                           SET LOOKUP-RUN-SEEN TO TRUE
                           MOVE RH-BATCH-ID TO WS-LAST-BATCH
                           IF RH-MSG-SEQ = 0
                               MOVE WS-LOOKUP-RBA TO WS-LAST-RUN-RBA
                               SET LAST-RUN-RBA-KNOWN TO TRUE
                           END-IF
                           IF RH-MSG-SEQ = AM-MSG-SEQ
                               SET LOOKUP-DONE TO TRUE
                           END-IF
                       ELSE
                           IF LOOKUP-RUN-SEEN
                               SET LOOKUP-DONE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE('RUNHARCH')
                   RESP(WS-RESP-2)
               END-EXEC
           END-IF.

       P-800-SEND-MAP.
           MOVE "M" TO WS-COMMAREA.
           MOVE WS-RUN-DATE TO RUNDTO.
           MOVE WS-RUN-SEQ TO RUNSQO.
           EXEC CICS SEND
               LENGTH(1)
           END-EXEC.

       P-850-SEND-SEARCH-MAP.
           MOVE "S" TO WS-COMMAREA.
           MOVE WS-IN-STYPE TO STYPEO.
           MOVE WS-IN-SVALUE TO SVALUEO.
           MOVE WS-IN-SFROM TO SFROMO.
           MOVE WS-IN-STO TO STOO.
           MOVE WS-NEXT-KEY TO SNEXTO.
           MOVE WS-HIT-SAVE(1) TO HIT01O.
           MOVE WS-HIT-SAVE(2) TO HIT02O.
           MOVE WS-HIT-SAVE(3) TO HIT03O.
           MOVE WS-HIT-SAVE(4) TO HIT04O.
           MOVE WS-HIT-SAVE(5) TO HIT05O.
           MOVE WS-HIT-SAVE(6) TO HIT06O.
           MOVE WS-HIT-SAVE(7) TO HIT07O.
           MOVE WS-HIT-SAVE(8) TO HIT08O.
           MOVE WS-HIT-SAVE(9) TO HIT09O.
           MOVE WS-HIT-SAVE(10) TO HIT10O.
           MOVE WS-HIT-SAVE(11) TO HIT11O.
           MOVE WS-HIT-SAVE(12) TO HIT12O.
           EXEC CICS SEND
               MAP('SYSP86S')
               MAPSET('SYSP86MS')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('P86Q')
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.

       P-900-EXIT.
           EXEC CICS SEND TEXT
               FROM(WS-EXIT-MESSAGE)
