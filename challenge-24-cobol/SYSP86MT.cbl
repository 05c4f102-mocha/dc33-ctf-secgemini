       COPY SYSP86T.
       COPY DFHAID.
       COPY TABLREC.
       COPY USECREC.
       COPY SECVREC.

       01  WS-RESP                  PIC S9(8) COMP.
       01  WS-RESP-2                PIC S9(8) COMP.
           88 BROWSE-ACTIVE                VALUE "Y".
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
       01  WS-EXIT-MESSAGE          PIC X(34)
           VALUE "SYS-PROCESS-86 TABLE MAINT ENDED  ".
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
               WHEN US-MAINT-BROWSE OR US-MAINT-UPDATE
                   SET USER-AUTHORIZED TO TRUE
               WHEN OTHER
                   SET SV-NO-MAINT TO TRUE
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
           MOVE "SYSP86MT" TO SV-PROGRAM.
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
               MOVE "NOT AUTHORIZED FOR TABLE MAINTENANCE"
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
           MOVE LOW-VALUES TO SYSP86TO.
           EXEC CICS SEND
                   PERFORM P-700-BROWSE
               WHEN "A"
                   PERFORM P-220-EDIT-INPUT
                   PERFORM P-260-CHECK-UPDATE-AUTH
                   IF EDITS-PASSED
                       PERFORM P-400-ADD
                   END-IF
               WHEN "C"
                   PERFORM P-220-EDIT-INPUT
                   PERFORM P-260-CHECK-UPDATE-AUTH
                   IF EDITS-PASSED
                       PERFORM P-500-CHANGE
                   END-IF
               WHEN "D"
                   PERFORM P-230-EDIT-KEY
                   PERFORM P-260-CHECK-UPDATE-AUTH
                   IF EDITS-PASSED
                       PERFORM P-600-DELETE
                   END-IF
               MOVE "N" TO WS-EDIT-OK-SW
           END-IF.

       P-260-CHECK-UPDATE-AUTH.
           IF EDITS-PASSED
               MOVE WS-IN-DEST TO WS-GRANT-DEST
               PERFORM P-270-CHECK-DEST-GRANT
               EVALUATE TRUE
                   WHEN NOT US-MAINT-UPDATE
                       SET SV-NO-UPDATE TO TRUE
                       MOVE "NOT AUTHORIZED TO UPDATE - BROWSE ONLY"
                           TO MSGLNO
                       MOVE "N" TO WS-EDIT-OK-SW
                   WHEN NOT DEST-GRANTED
                       SET SV-DEST-NOT-GRANTED TO TRUE
                       MOVE "NOT AUTHORIZED FOR THIS DESTINATION"
                           TO MSGLNO
                       MOVE "N" TO WS-EDIT-OK-SW
               END-EVALUATE
               IF NOT EDITS-PASSED
                   MOVE WS-IN-ACTION TO SV-ACTION
                   MOVE WS-IN-DEST TO SV-DEST-ID
                   PERFORM P-060-LOG-VIOLATION
               END-IF
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

       P-300-BUILD-KEY.
           MOVE WS-IN-DEST TO TM-DEST-ID.
           MOVE WS-IN-TYPE TO TM-RECORD-TYPE.
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE TM-DEST-ID TO WS-GRANT-DEST
               PERFORM P-270-CHECK-DEST-GRANT
               IF DEST-GRANTED
                   PERFORM P-720-BROWSE-LINE
               END-IF
           END-IF.

       P-720-BROWSE-LINE.
           ADD 1 TO WS-BRW-COUNT.
           MOVE TM-DEST-ID TO WS-BL-DEST.
           MOVE TM-RECORD-TYPE TO WS-BL-TYPE.
           MOVE TM-RSLT TO WS-BL-RSLT.
           MOVE TM-EFF-DATE TO WS-BL-EFFDT.
           MOVE TM-DEST-SEQ TO WS-BL-SEQ.
           MOVE TM-LENGTH TO WS-BL-LEN.
           MOVE TM-OUT TO WS-BL-OUT.
           MOVE TM-AUDIT-USER TO WS-BL-USER.
           EVALUATE WS-BRW-COUNT
               WHEN 1
                   MOVE WS-BRW-LINE TO BRW1O
               WHEN 2
                   MOVE WS-BRW-LINE TO BRW2O
               WHEN 3
                   MOVE WS-BRW-LINE TO BRW3O
               WHEN 4
                   MOVE WS-BRW-LINE TO BRW4O
               WHEN 5
                   MOVE WS-BRW-LINE TO BRW5O
               WHEN 6
                   MOVE WS-BRW-LINE TO BRW6O
           END-EVALUATE.

       P-750-SHOW-AUDIT.
           MOVE TM-AUDIT-USER TO AUDUSRO.
           MOVE WS-DATE-X TO AUDDTO.
