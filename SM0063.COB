       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0063.
      ******************************************************************
      *DESCRIPTION: apat0001 approval-authority band maintenance - ADD/ *
      *             CHANGE/DELETE/FIND over the cost bands that decide  *
      *             whose approval a ticket's estimate needs, modeled   *
      *             on SM0061's grant maintenance. A band is keyed on   *
      *             the department (a uprf0001 UPRF-DEPT value, or      *
      *             ***** for the fallback set every department without *
      *             bands of its own uses) and the band's cost ceiling; *
      *             it names the approver required by userid (which     *
      *             must be on uprf0001 - the name is shown beside it)  *
      *             or a level, the number of steps up the requestor's  *
      *             manager chain the approver must stand. CHANGE edits *
      *             the level, approver and description only; the ADMIN *
      *             and date are stamped on every ADD/CHANGE. SM0013    *
      *             stamps the band on each new ticket; SM0010, SM000   *
      *             and APPRPL01 hold approvals to it and APPESC01      *
      *             escalates up it. ADMIN only - reached under its own *
      *             SM63 transid, the SM0028 precedent.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM63S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-APAT-KEY-LEN               PIC S9(4) COMP VALUE 14.
       01  WS-APPR-OK                    PIC X(01) VALUE 'N'.
       01  WS-COST-OK                    PIC X(01) VALUE 'N'.
       01  WS-AMT-EDIT                   PIC ZZZZZZ9.99.
       01  WS-UPRF-KEY                   PIC X(08) VALUE SPACES.
      *    uaf00001 record shape inline-duplicated from SM000's own -
      *    for the ADMIN gate.
       01  WS-UAF-REC.
           05  WS-UAF-USERID.
               10  WS-UAF-USERID7        PIC X(7).
               10  FILLER                PIC X(1).
           05  WS-UAF-TYPE.
               10  WS-UAF-REQUESTOR      PIC X.
               10  WS-UAF-ADMIN          PIC X.
               10  WS-UAF-APPROVER       PIC X.
               10  WS-UAF-SERVICE        PIC X.
               10  WS-UAF-INQUIRY        PIC X.
           05  WS-UAF-UPDATEDBY          PIC X(8).
           05  WS-UAF-EFFECTIVE-DATE     PIC 9(08).
           05  WS-UAF-TERM-DATE          PIC 9(08).
           05  WS-UAF-PIN                PIC X(04).
       01  WS-UPRF-REC.
           COPY UPRF0001.
       01  WS-APAT-REC.
           COPY APAT0001.
       COPY SM63S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY APTCOMM.
       PROCEDURE DIVISION.
       000-PROCESS.
           MOVE SPACE TO MSGO
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 110-CHECK-ADMIN
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
      *    The SM63 transid can be keyed raw, so the role is checked
      *    here - the SM0060 110-CHECK-ADMIN precedent.
       110-CHECK-ADMIN.
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR WS-UAF-ADMIN NOT = 'Y'
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
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
               MAP ('SM63M')
               MAPSET ('SM63S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO ADPTA AMAXA
           MOVE SPACES TO ADPTO AMAXO
           MOVE 'SM630001' TO MSGX-ID
           MOVE 'Enter department and band ceiling, then ENTER'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO ADPTL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO ALVLL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO ADPTA AMAXA
           MOVE SPACES TO ADPTO AMAXO ALVLO AAPRO ANAMO ADSCO
                          ABYO ADTO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO ADPTL
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
               FILE ('apat0001')
               INTO (WS-APAT-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-APAT-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-APAT-REC
           MOVE ZERO TO APAT-MAX-COST APAT-LEVEL APAT-UPDATED-DATE
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE APAT-KEY TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('apat0001')
                   FROM (WS-APAT-REC)
                   RIDFLD (APAT-KEY)
                   KEYLENGTH (WS-APAT-KEY-LEN)
               END-EXEC
               MOVE 'SM630002' TO MSGX-ID
               MOVE 'Band has been added' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('apat0001')
               INTO (WS-APAT-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-APAT-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('apat0001')
                   FROM (WS-APAT-REC)
               END-EXEC
               MOVE 'SM630003' TO MSGX-ID
               MOVE 'Band has been changed' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2016-CHECK-APPROVER THRU 2016-EXIT
           EVALUATE TRUE
           WHEN APAT-DEPT = LOW-VALUES OR APAT-DEPT = SPACES
               MOVE 'SM630004' TO MSGX-ID
               MOVE 'Department cannot be blank - ***** for all others'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO ADPTL
           WHEN WS-COST-OK NOT = 'Y'
               MOVE 'SM630005' TO MSGX-ID
               MOVE 'Ceiling must be an amount above zero, e.g. 5000.00'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO AMAXL
           WHEN APAT-LEVEL NOT NUMERIC
               MOVE 'SM630006' TO MSGX-ID
               MOVE 'Level must be 0 (none) to 9 steps up the chain'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO ALVLL
           WHEN APAT-APPROVER NOT = SPACES AND WS-APPR-OK NOT = 'Y'
               MOVE 'SM630007' TO MSGX-ID
               MOVE 'Approver has no organizational profile'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO AAPRL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               MOVE WS-USERID TO APAT-UPDATED-BY
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (APAT-UPDATED-DATE)
               END-EXEC
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE APAT-KEY TO LS-RIDFLD.
      *
      *    A named approver is walked up the uprf0001 manager chain
      *    when approvals are checked, so they must hold a profile;
      *    the name goes up beside the userid for the ADMIN to confirm.
       2016-CHECK-APPROVER.
           MOVE 'N' TO WS-APPR-OK
           MOVE SPACES TO ANAMO
           IF APAT-APPROVER = SPACES OR APAT-APPROVER = LOW-VALUES
               MOVE SPACES TO APAT-APPROVER
               GO TO 2016-EXIT
           END-IF
           MOVE APAT-APPROVER TO WS-UPRF-KEY
           EXEC CICS READ
               FILE ('uprf0001')
               INTO (WS-UPRF-REC)
               RIDFLD (WS-UPRF-KEY)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-APPR-OK
               MOVE UPRF-NAME TO ANAMO
           END-IF.
       2016-EXIT.
           EXIT.
      *
      *    Removing a band only affects tickets opened after it - the
      *    in-flight ones carry their band on tkec0001.
       2020-FILE-DELETE.
           EXEC CICS DELETE
               FILE ('apat0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-APAT-KEY-LEN)
           END-EXEC
           MOVE 'SM630008' TO MSGX-ID
           MOVE 'Band has been deleted' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-APAT-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE SPACES TO WS-APAT-REC
           MOVE ZERO TO APAT-MAX-COST
           MOVE FUNCTION UPPER-CASE(ADPTI) TO APAT-DEPT
           IF AMAXL > ZERO AND FUNCTION TEST-NUMVAL(AMAXI) = ZERO
               COMPUTE APAT-MAX-COST = FUNCTION NUMVAL(AMAXI)
           END-IF
           MOVE APAT-KEY TO LS-RIDFLD
           EXEC CICS READ
               FILE ('apat0001')
               INTO (WS-APAT-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-APAT-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SM630009' TO MSGX-ID
           MOVE 'Band has been found' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
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
           MOVE SPACES TO WS-APAT-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO ADPTL
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
           MOVE SPACES TO WS-APAT-REC
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
               YYYYMMDD (M63DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM63M')
                MAPSET ('SM63S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO ALVLA
                            AAPRA
                            ADSCA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO ADPTA
                            AMAXA
                            ALVLA
                            AAPRA
                            ADSCA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM63M')
                MAPSET ('SM63S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE APAT-DEPT TO ADPTO
           IF APAT-MAX-COST NUMERIC AND APAT-DEPT NOT = SPACES
               MOVE APAT-MAX-COST TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO AMAXO
           ELSE
               MOVE SPACES TO AMAXO
           END-IF
           IF APAT-LEVEL NUMERIC AND APAT-DEPT NOT = SPACES
               MOVE APAT-LEVEL TO ALVLO
           ELSE
               MOVE SPACES TO ALVLO
           END-IF
           MOVE APAT-APPROVER TO AAPRO
           MOVE SPACES TO ANAMO
           IF APAT-APPROVER NOT = SPACES
               PERFORM 2016-CHECK-APPROVER THRU 2016-EXIT
           END-IF
           MOVE APAT-DESC TO ADSCO
           MOVE APAT-UPDATED-BY TO ABYO
           IF APAT-UPDATED-DATE NUMERIC
               AND APAT-UPDATED-DATE > ZERO
               MOVE APAT-UPDATED-DATE TO ADTO
           ELSE
               MOVE SPACES TO ADTO
           END-IF.
      *
      *    The ceiling is typed as plain digits with an optional
      *    decimal point, the SM0035 rate-amount convention; a blank
      *    level means no chain level (0).
       9140-MOVE-SCREEN-TO-FILE.
           IF ADPTL > ZERO
               MOVE FUNCTION UPPER-CASE(ADPTI) TO APAT-DEPT
           END-IF
           MOVE 'Y' TO WS-COST-OK
           IF AMAXL > ZERO
               IF FUNCTION TEST-NUMVAL(AMAXI) = ZERO
                   AND FUNCTION NUMVAL(AMAXI) > ZERO
                   AND FUNCTION NUMVAL(AMAXI) <= 9999999.99
                   COMPUTE APAT-MAX-COST = FUNCTION NUMVAL(AMAXI)
               ELSE
                   MOVE 'N' TO WS-COST-OK
               END-IF
           END-IF
           IF APAT-MAX-COST NOT NUMERIC OR APAT-MAX-COST = ZERO
               MOVE 'N' TO WS-COST-OK
           END-IF
           IF ALVLL > ZERO
               IF ALVLI = SPACE
                   MOVE ZERO TO APAT-LEVEL
               ELSE
                   MOVE ALVLI TO APAT-LEVEL
               END-IF
           END-IF
           IF AAPRL > ZERO
               MOVE FUNCTION UPPER-CASE(AAPRI) TO APAT-APPROVER
           END-IF
           IF ADSCL > ZERO
               MOVE ADSCI TO APAT-DESC
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM63')
      *    (same idiom as SM0061's TRANSID('SM61')) rather than
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
                   TRANSID ('SM63')
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
