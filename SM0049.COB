       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0049.
      ******************************************************************
      *DESCRIPTION: qset0001 intake questionnaire maintenance -         *
      *             ADD/CHANGE/DELETE/FIND, modeled on SM0047's team    *
      *             maintenance screen. One set per svcc0001 service    *
      *             code, up to ten prompts, each with a required flag  *
      *             (Y/N) and an answer edit (N numeric, D date         *
      *             YYYYMMDD, Y yes/no, T free text). SM0013 asks the   *
      *             set on a second panel when a ticket is opened under *
      *             the service. The service must be on the catalog,    *
      *             a set needs at least one prompt, and the prompts    *
      *             are packed to the front when saved. Reached under   *
      *             its own SM49 transid, the SM0028 precedent.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM49S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-SVC-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-QSET-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-SVC-FOUND                  PIC X(01) VALUE 'N'.
       01  WS-Q-COUNT                    PIC S9(4) COMP VALUE ZERO.
       01  WS-Q-BAD-REQ                  PIC S9(4) COMP VALUE ZERO.
       01  WS-Q-BAD-EDIT                 PIC S9(4) COMP VALUE ZERO.
       01  WS-Q-SUB                      PIC S9(4) COMP VALUE ZERO.
       01  WS-Q-OUT                      PIC S9(4) COMP VALUE ZERO.
       01  WS-Q-HOLD.
           05  WS-Q-HOLD-ROW             OCCURS 10 TIMES.
               10  WS-Q-HOLD-PROMPT      PIC X(30).
               10  WS-Q-HOLD-REQUIRED    PIC X(01).
               10  WS-Q-HOLD-EDIT        PIC X(01).
       01  WS-QSET-REC.
           COPY QSET0001.
       01  WS-SVC-CAT-REC.
           COPY SVCCAT01.
       COPY SM49S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY QSETCOMM.
       PROCEDURE DIVISION.
       000-PROCESS.
           MOVE SPACE TO MSGO
           EXEC CICS HANDLE CONDITION
                DUPREC (9040-DUPREC)
                NOTFND (9060-NOTFND)
           END-EXEC
           EXEC CICS IGNORE CONDITION
               MAPFAIL
           END-EXEC
           IF LS-CURRENT-MAP NOT = WS-CURRENT-MAP
               GO TO 9030-NEW-MAP
           ELSE
               GO TO 050-RECEIVE
           END-IF.
      *
       050-RECEIVE.
           EXEC CICS HANDLE AID
               ANYKEY (9000-INVALID-ACTION)
           END-EXEC
           EVALUATE LS-ACTION
           WHEN 'ADD'
               EXEC CICS HANDLE AID
                   ENTER (2000-FILE-ADD)
                   CLEAR (1024-CANCEL)
                   PF24 (1024-CANCEL)
               END-EXEC
           WHEN 'CHANGE'
               EXEC CICS HANDLE AID
                   ENTER (2010-FILE-CHANGE)
                   CLEAR (1024-CANCEL)
                   PF24 (1024-CANCEL)
               END-EXEC
           WHEN 'DELETE'
               EXEC CICS HANDLE AID
                   ENTER (2020-FILE-DELETE)
                   CLEAR (1024-CANCEL)
                   PF24 (1024-CANCEL)
               END-EXEC
           WHEN 'FIND'
               EXEC CICS HANDLE AID
                   ENTER (2030-FILE-FIND)
                   CLEAR (9030-NEW-MAP)
                   PF24 (9030-NEW-MAP)
               END-EXEC
           WHEN OTHER
               EXEC CICS HANDLE AID
                   ANYKEY (9000-INVALID-ACTION)
                   CLEAR (9030-NEW-MAP)
                   PF1 (1001-FIND)
                   PF4 (1004-CHANGE)
                   PF5 (1005-ADD)
                   PF6 (1006-DELETE)
                   PF10 (1010-RETURN-TO-MENU)
               END-EXEC
           END-EVALUATE
           EXEC CICS RECEIVE
               MAP ('SM49M')
               MAPSET ('SM49S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO QCODA
           MOVE SPACES TO QCODO
           MOVE 'SM490001' TO MSGX-ID
           MOVE 'Enter service code and press ENTER key' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO QCODL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO QPRML(1)
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO QCODA
           MOVE SPACE TO QCODO QDSCO
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               MOVE SPACES TO QPRMO(WS-Q-SUB)
               MOVE SPACE TO QREQO(WS-Q-SUB) QEDTO(WS-Q-SUB)
           END-PERFORM
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO QCODL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1006-DELETE.
           MOVE 'DELETE' TO LS-ACTION
           MOVE 'SMG00008' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       1010-RETURN-TO-MENU.
           MOVE SPACES TO LS-CURRENT-MAP
           MOVE 'SM000' TO LS-NEXT-PROG
           GO TO 9998-RETURN.
      *
       1024-CANCEL.
           MOVE 'SMG00003' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           EXEC CICS READ
               FILE ('qset0001')
               INTO (WS-QSET-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-QSET-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-QSET-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE QSET-SVC-CODE TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('qset0001')
                   FROM (WS-QSET-REC)
                   RIDFLD (QSET-SVC-CODE)
                   KEYLENGTH (WS-QSET-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('qset0001')
               INTO (WS-QSET-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-QSET-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('qset0001')
                   FROM (WS-QSET-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2016-CHECK-SERVICE
           PERFORM 2017-CHECK-QUESTIONS
           EVALUATE TRUE
           WHEN QSET-SVC-CODE = LOW-VALUES OR QSET-SVC-CODE = SPACES
               MOVE 'SM490002' TO MSGX-ID
               MOVE 'Service code cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO QCODL
           WHEN WS-SVC-FOUND NOT = 'Y'
               MOVE 'SM490003' TO MSGX-ID
               MOVE 'Service code is not on the catalog' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO QCODL
           WHEN WS-Q-COUNT = ZERO
               MOVE 'SM490004' TO MSGX-ID
               MOVE 'A questionnaire needs at least one prompt'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO QPRML(1)
           WHEN WS-Q-BAD-REQ > ZERO
               MOVE 'SM490005' TO MSGX-ID
               MOVE 'Required must be Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO QREQL(WS-Q-BAD-REQ)
           WHEN WS-Q-BAD-EDIT > ZERO
               MOVE 'SM490006' TO MSGX-ID
               MOVE 'Edit must be N, D, Y or T' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO QEDTL(WS-Q-BAD-EDIT)
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               PERFORM 2018-PACK-QUESTIONS
               EXEC CICS ASSIGN
                   USERID (WS-USERID)
               END-EXEC
               MOVE WS-USERID TO QSET-UPDATEDBY
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE QSET-SVC-CODE TO LS-RIDFLD.
      *
      *    The set hangs off a catalog entry - its description is
      *    shown beside the code so the right service is being asked.
       2016-CHECK-SERVICE.
           MOVE 'N' TO WS-SVC-FOUND
           MOVE SPACES TO QDSCO
           IF QSET-SVC-CODE NOT = SPACES
               AND QSET-SVC-CODE NOT = LOW-VALUES
               MOVE QSET-SVC-CODE TO SVC-CODE
               EXEC CICS READ
                   FILE ('svcc0001')
                   INTO (WS-SVC-CAT-REC)
                   RIDFLD (SVC-CODE)
                   KEYLENGTH (WS-SVC-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-SVC-FOUND
                   MOVE SVC-DESC TO QDSCO
               END-IF
           END-IF.
      *
      *    A row with a prompt defaults to optional free text; the
      *    flags on a row with no prompt mean nothing and are
      *    dropped. The first bad flag is kept by its screen row so
      *    the cursor lands on it.
       2017-CHECK-QUESTIONS.
           MOVE ZERO TO WS-Q-COUNT WS-Q-BAD-REQ WS-Q-BAD-EDIT
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               IF QSET-PROMPT(WS-Q-SUB) = LOW-VALUES
                   MOVE SPACES TO QSET-PROMPT(WS-Q-SUB)
               END-IF
               IF QSET-REQUIRED(WS-Q-SUB) = LOW-VALUE
                   MOVE SPACE TO QSET-REQUIRED(WS-Q-SUB)
               END-IF
               IF QSET-EDIT(WS-Q-SUB) = LOW-VALUE
                   MOVE SPACE TO QSET-EDIT(WS-Q-SUB)
               END-IF
               IF QSET-PROMPT(WS-Q-SUB) = SPACES
                   MOVE SPACE TO QSET-REQUIRED(WS-Q-SUB)
                   MOVE SPACE TO QSET-EDIT(WS-Q-SUB)
               ELSE
                   ADD 1 TO WS-Q-COUNT
                   IF QSET-REQUIRED(WS-Q-SUB) = SPACE
                       MOVE 'N' TO QSET-REQUIRED(WS-Q-SUB)
                   END-IF
                   IF QSET-EDIT(WS-Q-SUB) = SPACE
                       MOVE 'T' TO QSET-EDIT(WS-Q-SUB)
                   END-IF
                   IF QSET-REQUIRED(WS-Q-SUB) NOT = 'Y'
                       AND QSET-REQUIRED(WS-Q-SUB) NOT = 'N'
                       AND WS-Q-BAD-REQ = ZERO
                       MOVE WS-Q-SUB TO WS-Q-BAD-REQ
                   END-IF
                   IF NOT QSET-EDIT-NUMERIC(WS-Q-SUB)
                       AND NOT QSET-EDIT-DATE(WS-Q-SUB)
                       AND NOT QSET-EDIT-YESNO(WS-Q-SUB)
                       AND NOT QSET-EDIT-TEXT(WS-Q-SUB)
                       AND WS-Q-BAD-EDIT = ZERO
                       MOVE WS-Q-SUB TO WS-Q-BAD-EDIT
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    Blank rows are squeezed out so the first blank prompt ends
      *    the set for SM0013.
       2018-PACK-QUESTIONS.
           MOVE SPACES TO WS-Q-HOLD
           MOVE ZERO TO WS-Q-OUT
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               IF QSET-PROMPT(WS-Q-SUB) NOT = SPACES
                   ADD 1 TO WS-Q-OUT
                   MOVE QSET-QUESTION(WS-Q-SUB)
                       TO WS-Q-HOLD-ROW(WS-Q-OUT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               MOVE WS-Q-HOLD-ROW(WS-Q-SUB)
                   TO QSET-QUESTION(WS-Q-SUB)
           END-PERFORM.
      *
       2020-FILE-DELETE.
           EXEC CICS DELETE
               FILE ('qset0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-QSET-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-QSET-REC
           MOVE SPACES TO QDSCO
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(QCODI) TO LS-RIDFLD
           EXEC CICS READ
               FILE ('qset0001')
               INTO (WS-QSET-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-QSET-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SMG00009' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           PERFORM 2016-CHECK-SERVICE
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       9000-INVALID-ACTION.
           EXEC CICS SEND CONTROL
               ALARM
               FREEKB
           END-EXEC
           GO TO 9998-RETURN.
      *
       9030-NEW-MAP.
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-QSET-REC
           MOVE SPACES TO QDSCO
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO QCODL
           MOVE 'SMG00004' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       9060-NOTFND.
           MOVE 'SMG00002' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-QSET-REC
           MOVE SPACES TO QDSCO
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       9070-SEND-MAP.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M49DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM49M')
                MAPSET ('SM49S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               MOVE DFHBMFSE TO QPRMA(WS-Q-SUB)
                                QREQA(WS-Q-SUB)
                                QEDTA(WS-Q-SUB)
           END-PERFORM.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO QCODA
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               MOVE DFHBMASB TO QPRMA(WS-Q-SUB)
                                QREQA(WS-Q-SUB)
                                QEDTA(WS-Q-SUB)
           END-PERFORM.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM49M')
                MAPSET ('SM49S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE QSET-SVC-CODE    TO QCODO
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               MOVE QSET-PROMPT(WS-Q-SUB)   TO QPRMO(WS-Q-SUB)
               MOVE QSET-REQUIRED(WS-Q-SUB) TO QREQO(WS-Q-SUB)
               MOVE QSET-EDIT(WS-Q-SUB)     TO QEDTO(WS-Q-SUB)
           END-PERFORM.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF QCODL > ZERO
               MOVE FUNCTION UPPER-CASE(QCODI) TO QSET-SVC-CODE
           END-IF
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               IF QPRML(WS-Q-SUB) > ZERO
                   MOVE QPRMI(WS-Q-SUB) TO QSET-PROMPT(WS-Q-SUB)
               END-IF
               IF QREQL(WS-Q-SUB) > ZERO
                   MOVE FUNCTION UPPER-CASE(QREQI(WS-Q-SUB))
                       TO QSET-REQUIRED(WS-Q-SUB)
               END-IF
               IF QEDTL(WS-Q-SUB) > ZERO
                   MOVE FUNCTION UPPER-CASE(QEDTI(WS-Q-SUB))
                       TO QSET-EDIT(WS-Q-SUB)
               END-IF
           END-PERFORM.
      *    Self-loop under this program's own dedicated TRANSID('SM49')
      *    (same idiom as SM0008's TRANSID('SM08')) rather than
      *    RETURN TRANSID(EIBTRNID).
       9998-RETURN.
           MOVE WS-CURRENT-MAP TO LS-CURRENT-MAP
           IF LS-NEXT-PROG NOT = SPACES
               MOVE LS-NEXT-PROG TO LS-LAST-PROG
               EXEC CICS XCTL
                   PROGRAM (LS-NEXT-PROG)
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID ('SM49')
                   COMMAREA (DFHCOMMAREA)
               END-EXEC
           END-IF.
      *
      *    Catalog text for MSGX-ID in the user's language, looked
      *    up by SM0072 (see MSGCATW1). Should the LINK fail, the
      *    program's own wording is shown, else the id.
       9700-GET-MESSAGE.
           EXEC CICS LINK
               PROGRAM ('SM0072')
               COMMAREA (WS-MSGX-WORK)
               LENGTH (LENGTH OF WS-MSGX-WORK)
               RESP (MSGX-LINK-RESP)
           END-EXEC
           IF MSGX-LINK-RESP NOT = DFHRESP(NORMAL)
               MOVE MSGX-DEFAULT TO MSGX-TEXT
               IF MSGX-TEXT = SPACES
                   MOVE MSGX-ID TO MSGX-TEXT
               END-IF
           END-IF
           MOVE SPACES TO MSGX-DEFAULT MSGX-SUBS.
       9700-EXIT.
           EXIT.
