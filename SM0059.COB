       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0059.
      ******************************************************************
      *DESCRIPTION: orgn0001 organization maintenance - ADD/CHANGE/     *
      *             DELETE/FIND over the companies and departments our  *
      *             NAMEFILE contacts belong to, modeled on SM0055's    *
      *             vendor maintenance: legal name, billing address,    *
      *             account manager (must be on uaf00001) and the       *
      *             active flag. An organization still carried by a     *
      *             NAMEFILE entry is not deleted - mark it inactive,   *
      *             or move the contacts (SAMP20) first. Reached under  *
      *             its own SM59 transid, the SM0028 precedent.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM59S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-ORGN-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-UAF-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-NAMEFILE-KEY-LEN           PIC S9(4) COMP VALUE 6.
       01  WS-NAM-RID                    PIC X(06) VALUE LOW-VALUES.
       01  WS-NAM-DONE                   PIC X(01) VALUE 'N'.
       01  WS-IN-USE                     PIC X(01) VALUE 'N'.
       01  WS-ORGN-REC.
           COPY ORGN0001.
       01  WS-NAMEFILE-REC.
           COPY NAMEFILE.
      *    uaf00001 record shape, the inline copy SM0053 keeps for its
      *    own role and caller checks.
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
       COPY SM59S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY ORGCOMM.
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
               MAP ('SM59M')
               MAPSET ('SM59S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO OGIDA
           MOVE SPACES TO OGIDO
           MOVE 'SM590001' TO MSGX-ID
           MOVE 'Enter organization id, then ENTER' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO OGIDL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO OGNML
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO OGIDA
           MOVE SPACES TO OGIDO OGNMO OGA1O OGA2O OGA3O OGA4O OGPCO
                          OGMGO OGUPO OGUDO
           MOVE 'Y' TO OGACO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO OGIDL
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
               FILE ('orgn0001')
               INTO (WS-ORGN-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-ORGN-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-ORGN-REC
           MOVE 'Y' TO ORGN-ACTIVE
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE ORGN-ID TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('orgn0001')
                   FROM (WS-ORGN-REC)
                   RIDFLD (ORGN-ID)
                   KEYLENGTH (WS-ORGN-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('orgn0001')
               INTO (WS-ORGN-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-ORGN-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('orgn0001')
                   FROM (WS-ORGN-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2016-CHECK-MANAGER
           EVALUATE TRUE
           WHEN ORGN-ID = LOW-VALUES OR ORGN-ID = SPACES
               MOVE 'SM590002' TO MSGX-ID
               MOVE 'Organization id cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO OGIDL
           WHEN ORGN-LEGAL-NAME = LOW-VALUES
             OR ORGN-LEGAL-NAME = SPACES
               MOVE 'SM590003' TO MSGX-ID
               MOVE 'Legal name cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO OGNML
           WHEN NOT ORGN-IS-ACTIVE AND NOT ORGN-IS-INACTIVE
               MOVE 'SM590004' TO MSGX-ID
               MOVE 'Active must be Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO OGACL
           WHEN WS-IN-USE = 'X'
               MOVE 'SM590005' TO MSGX-ID
               MOVE 'Account manager is not on the user file'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO OGMGL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               EXEC CICS ASSIGN
                   USERID (WS-USERID)
               END-EXEC
               MOVE WS-USERID TO ORGN-UPDATED-BY
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (ORGN-UPDATED-DATE)
               END-EXEC
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE 'N' TO WS-IN-USE
           MOVE ORGN-ID TO LS-RIDFLD.
      *
      *    A keyed account manager must be a userid on uaf00001; blank
      *    leaves the organization unassigned. Flags 'X' in WS-IN-USE
      *    for 2015-EDIT's EVALUATE.
       2016-CHECK-MANAGER.
           IF ORGN-ACCT-MGR = SPACES OR ORGN-ACCT-MGR = LOW-VALUES
               MOVE SPACES TO ORGN-ACCT-MGR
           ELSE
               MOVE ORGN-ACCT-MGR TO WS-UAF-USERID
               EXEC CICS READ
                   FILE ('uaf00001')
                   INTO (WS-UAF-REC)
                   RIDFLD (WS-UAF-USERID)
                   KEYLENGTH (WS-UAF-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'X' TO WS-IN-USE
               END-IF
           END-IF.
      *
      *    An organization still carried by a contact stays - one pass
      *    over NAMEFILE, as SM0041's candidate search does over
      *    tktm0001, stopping at the first entry that carries it.
       2020-FILE-DELETE.
           MOVE 'N' TO WS-NAM-DONE
           MOVE LOW-VALUES TO WS-NAM-RID
           EXEC CICS STARTBR FILE('NAMEFILE')
                RIDFLD (WS-NAM-RID)
                KEYLENGTH (WS-NAMEFILE-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-NAM-DONE = 'Y'
                   EXEC CICS READNEXT FILE('NAMEFILE')
                        INTO (WS-NAMEFILE-REC)
                        RIDFLD (WS-NAM-RID)
                        KEYLENGTH (WS-NAMEFILE-KEY-LEN)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-NAM-DONE
                   ELSE
                       IF ORG-ID = LS-RIDFLD
                           MOVE 'Y' TO WS-IN-USE WS-NAM-DONE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE ('NAMEFILE')
                   NOHANDLE
               END-EXEC
           END-IF
           IF WS-IN-USE = 'Y'
               MOVE 'N' TO WS-IN-USE
               MOVE SPACE TO LS-ACTION
               MOVE 'SM590006' TO MSGX-ID
               MOVE 'Contacts still carry this org - set Active N'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           EXEC CICS DELETE
               FILE ('orgn0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-ORGN-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-ORGN-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(OGIDI) TO LS-RIDFLD
           EXEC CICS READ
               FILE ('orgn0001')
               INTO (WS-ORGN-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-ORGN-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SMG00009' TO MSGX-ID
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
           MOVE SPACES TO WS-ORGN-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO OGIDL
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
           MOVE SPACES TO WS-ORGN-REC
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
               YYYYMMDD (M59DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM59M')
                MAPSET ('SM59S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO OGNMA
                            OGA1A
                            OGA2A
                            OGA3A
                            OGA4A
                            OGPCA
                            OGMGA
                            OGACA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO OGIDA
                            OGNMA
                            OGA1A
                            OGA2A
                            OGA3A
                            OGA4A
                            OGPCA
                            OGMGA
                            OGACA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM59M')
                MAPSET ('SM59S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE ORGN-ID TO OGIDO
           MOVE ORGN-LEGAL-NAME TO OGNMO
           MOVE ORGN-BILL-ADDR1 TO OGA1O
           MOVE ORGN-BILL-ADDR2 TO OGA2O
           MOVE ORGN-BILL-ADDR3 TO OGA3O
           MOVE ORGN-BILL-ADDR4 TO OGA4O
           MOVE ORGN-BILL-POSTAL TO OGPCO
           MOVE ORGN-ACCT-MGR TO OGMGO
           MOVE ORGN-ACTIVE TO OGACO
           MOVE ORGN-UPDATED-BY TO OGUPO
           IF ORGN-UPDATED-DATE NUMERIC
               AND ORGN-UPDATED-DATE > ZERO
               MOVE ORGN-UPDATED-DATE TO OGUDO
           ELSE
               MOVE SPACES TO OGUDO
           END-IF.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF OGIDL > ZERO
               MOVE FUNCTION UPPER-CASE(OGIDI) TO ORGN-ID
           END-IF
           IF OGNML > ZERO
               MOVE OGNMI TO ORGN-LEGAL-NAME
           END-IF
           IF OGA1L > ZERO
               MOVE OGA1I TO ORGN-BILL-ADDR1
           END-IF
           IF OGA2L > ZERO
               MOVE OGA2I TO ORGN-BILL-ADDR2
           END-IF
           IF OGA3L > ZERO
               MOVE OGA3I TO ORGN-BILL-ADDR3
           END-IF
           IF OGA4L > ZERO
               MOVE OGA4I TO ORGN-BILL-ADDR4
           END-IF
           IF OGPCL > ZERO
               MOVE OGPCI TO ORGN-BILL-POSTAL
           END-IF
           IF OGMGL > ZERO
               MOVE FUNCTION UPPER-CASE(OGMGI) TO ORGN-ACCT-MGR
           END-IF
           IF OGACL > ZERO
               MOVE FUNCTION UPPER-CASE(OGACI) TO ORGN-ACTIVE
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM59')
      *    (same idiom as SM0055's TRANSID('SM55')) rather than
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
                   TRANSID ('SM59')
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
