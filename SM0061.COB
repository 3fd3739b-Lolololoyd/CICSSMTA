       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0061.
      ******************************************************************
      *DESCRIPTION: ucat0001 service-category grant maintenance - ADD/  *
      *             CHANGE/DELETE/FIND over which svcc0001 categories   *
      *             a user may work as SERVICE desk, modeled on         *
      *             SM0056's contract maintenance. A grant is keyed on  *
      *             the userid (which must be on uaf00001 - whether it  *
      *             carries the SERVICE flag is shown beside it) and    *
      *             the category, which must be a category some         *
      *             svcc0001 service code carries, or ** for every      *
      *             category. CHANGE edits only the note; the granting  *
      *             ADMIN and date are stamped on every ADD/CHANGE.     *
      *             SM0005/SM0011/SM0012/SM0042 refuse SERVICE users    *
      *             tickets outside their grants. ADMIN only - reached  *
      *             under its own SM61 transid, the SM0028 precedent.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM61S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-UCAT-KEY-LEN               PIC S9(4) COMP VALUE 14.
       01  WS-SVC-ALT-KEY-LEN            PIC S9(4) COMP VALUE 9.
       01  WS-SVC-RIDFLD                 PIC X(09).
       01  WS-USER-OK                    PIC X(01) VALUE 'N'.
       01  WS-CAT-OK                     PIC X(01) VALUE 'N'.
      *    uaf00001 record shape inline-duplicated from SM000's own -
      *    for the ADMIN gate and the grantee's SERVICE flag.
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
       01  WS-SVC-CAT-REC.
           COPY SVCCAT01.
       01  WS-UCAT-REC.
           COPY UCAT0001.
       COPY SM61S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY UCTCOMM.
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
      *    The SM61 transid can be keyed raw, so the role is checked
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
               MAP ('SM61M')
               MAPSET ('SM61S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO GUSRA GCATA
           MOVE SPACES TO GUSRO GCATO
           MOVE 'SM610001' TO MSGX-ID
           MOVE 'Enter userid and category, then ENTER' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO GUSRL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO GNOTL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO GUSRA GCATA
           MOVE SPACES TO GUSRO GSVCO GCATO GNOTO GBYO GDTO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO GUSRL
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
               FILE ('ucat0001')
               INTO (WS-UCAT-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UCAT-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-UCAT-REC
           MOVE ZERO TO UCAT-GRANTED-DATE
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE UCAT-KEY TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('ucat0001')
                   FROM (WS-UCAT-REC)
                   RIDFLD (UCAT-KEY)
                   KEYLENGTH (WS-UCAT-KEY-LEN)
               END-EXEC
               MOVE 'SM610002' TO MSGX-ID
               MOVE 'Grant has been added' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('ucat0001')
               INTO (WS-UCAT-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UCAT-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('ucat0001')
                   FROM (WS-UCAT-REC)
               END-EXEC
               MOVE 'SM610003' TO MSGX-ID
               MOVE 'Grant has been changed' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2016-CHECK-USER THRU 2016-EXIT
           PERFORM 2017-CHECK-CATEGORY THRU 2017-EXIT
           EVALUATE TRUE
           WHEN UCAT-USERID = LOW-VALUES OR UCAT-USERID = SPACES
               MOVE 'SM610004' TO MSGX-ID
               MOVE 'Userid cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO GUSRL
           WHEN WS-USER-OK NOT = 'Y'
               MOVE 'SM610005' TO MSGX-ID
               MOVE 'Userid is not on the user access file'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO GUSRL
           WHEN UCAT-CATEGORY = LOW-VALUES OR UCAT-CATEGORY = SPACES
               MOVE 'SM610006' TO MSGX-ID
               MOVE 'Category cannot be blank - ** grants every one'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO GCATL
           WHEN WS-CAT-OK NOT = 'Y'
               MOVE 'SM610007' TO MSGX-ID
               MOVE 'No catalog service code carries that category'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO GCATL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               MOVE WS-USERID TO UCAT-GRANTED-BY
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (UCAT-GRANTED-DATE)
               END-EXEC
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE UCAT-KEY TO LS-RIDFLD.
      *
      *    The grantee must hold a uaf00001 record; the SERVICE flag is
      *    shown rather than demanded, so grants can be lined up ahead
      *    of the flag being switched on at SM0007.
       2016-CHECK-USER.
           MOVE 'N' TO WS-USER-OK
           MOVE SPACES TO GSVCO
           IF UCAT-USERID = SPACES OR UCAT-USERID = LOW-VALUES
               GO TO 2016-EXIT
           END-IF
           MOVE SPACES TO WS-UAF-USERID
           MOVE UCAT-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE ('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-USER-OK
               IF WS-UAF-SERVICE = 'Y'
                   MOVE 'Y' TO GSVCO
               ELSE
                   MOVE 'N' TO GSVCO
               END-IF
           END-IF.
       2016-EXIT.
           EXIT.
      *
      *    There is no category master - a category exists while some
      *    service code carries it, found on the svccat2 category/
      *    subcategory path the SM0013 service picker browses.
       2017-CHECK-CATEGORY.
           MOVE 'N' TO WS-CAT-OK
           IF UCAT-CATEGORY = SPACES OR UCAT-CATEGORY = LOW-VALUES
               GO TO 2017-EXIT
           END-IF
           IF UCAT-ALL-CATEGORIES
               MOVE 'Y' TO WS-CAT-OK
               GO TO 2017-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-SVC-RIDFLD
           MOVE UCAT-CATEGORY TO WS-SVC-RIDFLD(1:6)
           EXEC CICS READ
               FILE ('svccat2')
               INTO (WS-SVC-CAT-REC)
               RIDFLD (WS-SVC-RIDFLD)
               KEYLENGTH (WS-SVC-ALT-KEY-LEN)
               GTEQ
               NOHANDLE
           END-EXEC
           IF (EIBRESP = DFHRESP(NORMAL) OR EIBRESP = DFHRESP(DUPKEY))
               AND SVC-CATEGORY = UCAT-CATEGORY
               MOVE 'Y' TO WS-CAT-OK
           END-IF.
       2017-EXIT.
           EXIT.
      *
      *    Withdrawing a grant takes effect on the user's next close,
      *    work-log entry, reassignment or reclassification.
       2020-FILE-DELETE.
           EXEC CICS DELETE
               FILE ('ucat0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UCAT-KEY-LEN)
           END-EXEC
           MOVE 'SM610008' TO MSGX-ID
           MOVE 'Grant has been deleted' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-UCAT-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(GUSRI) TO LS-RIDFLD(1:8)
           MOVE FUNCTION UPPER-CASE(GCATI) TO LS-RIDFLD(9:6)
           EXEC CICS READ
               FILE ('ucat0001')
               INTO (WS-UCAT-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UCAT-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SM610009' TO MSGX-ID
           MOVE 'Grant has been found' TO MSGX-DEFAULT
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
           MOVE SPACES TO WS-UCAT-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO GUSRL
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
           MOVE SPACES TO WS-UCAT-REC
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
               YYYYMMDD (M61DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM61M')
                MAPSET ('SM61S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO GNOTA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO GUSRA
                            GCATA
                            GNOTA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM61M')
                MAPSET ('SM61S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE UCAT-USERID TO GUSRO
           MOVE UCAT-CATEGORY TO GCATO
           MOVE SPACES TO GSVCO
           IF UCAT-USERID NOT = SPACES
               PERFORM 2016-CHECK-USER THRU 2016-EXIT
           END-IF
           MOVE UCAT-NOTE TO GNOTO
           MOVE UCAT-GRANTED-BY TO GBYO
           IF UCAT-GRANTED-DATE NUMERIC
               AND UCAT-GRANTED-DATE > ZERO
               MOVE UCAT-GRANTED-DATE TO GDTO
           ELSE
               MOVE SPACES TO GDTO
           END-IF.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF GUSRL > ZERO
               MOVE FUNCTION UPPER-CASE(GUSRI) TO UCAT-USERID
           END-IF
           IF GCATL > ZERO
               MOVE FUNCTION UPPER-CASE(GCATI) TO UCAT-CATEGORY
           END-IF
           IF GNOTL > ZERO
               MOVE GNOTI TO UCAT-NOTE
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM61')
      *    (same idiom as SM0056's TRANSID('SM56')) rather than
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
                   TRANSID ('SM61')
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
