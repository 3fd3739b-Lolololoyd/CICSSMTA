       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0047.
      ******************************************************************
      *DESCRIPTION: team0001 resolver-group team maintenance -          *
      *             ADD/CHANGE/DELETE/FIND, modeled on SM0008's         *
      *             service-catalog maintenance screen. A team has a    *
      *             code, a name, a lead and up to twelve member        *
      *             userids; the lead and every member must be on       *
      *             UAF00001 and a member may appear only once. The     *
      *             member list is packed to the front when saved. A    *
      *             team still named by a svcc0001 entry cannot be      *
      *             deleted - set it inactive or move the services      *
      *             first. Reached under its own SM47 transid, the      *
      *             SM0028 precedent.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM47S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-TEAM-KEY-LEN               PIC S9(4) COMP VALUE 6.
       01  WS-LEAD-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-MBR-BAD                    PIC S9(4) COMP VALUE ZERO.
       01  WS-MBR-DUP                    PIC S9(4) COMP VALUE ZERO.
       01  WS-MBR-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01  WS-MBR-SUB                    PIC S9(4) COMP VALUE ZERO.
       01  WS-MBR-SUB2                   PIC S9(4) COMP VALUE ZERO.
       01  WS-MBR-OUT                    PIC S9(4) COMP VALUE ZERO.
       01  WS-MBR-HOLD.
           05  WS-MBR-HOLD-ID            OCCURS 12 TIMES PIC X(08).
       01  WS-UAF-KEY                    PIC X(08) VALUE SPACES.
       01  WS-IN-USE                     PIC X(01) VALUE 'N'.
       01  WS-SVC-DONE                   PIC X(01) VALUE 'N'.
       01  WS-SVC-RID                    PIC X(08) VALUE LOW-VALUES.
       01  WS-TEAM-REC.
           COPY TEAM0001.
       01  WS-SVC-CAT-REC.
           COPY SVCCAT01.
       01  WS-UAF-REC.
           05  WS-UAF-USERID             PIC X(08).
           05  FILLER                    PIC X(33).
       COPY SM47S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY TEAMCOMM.
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
               MAP ('SM47M')
               MAPSET ('SM47S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO TCODA
           MOVE SPACES TO TCODO
           MOVE 'SM470001' TO MSGX-ID
           MOVE 'Enter team code and press ENTER key' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO TCODL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO TNAML
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO TCODA
           MOVE SPACE TO TCODO TNAMO TLEDO TACTO
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > 12
               MOVE SPACES TO TMBRO(WS-MBR-SUB)
           END-PERFORM
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO TCODL
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
               FILE ('team0001')
               INTO (WS-TEAM-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-TEAM-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-TEAM-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE TEAM-CODE TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('team0001')
                   FROM (WS-TEAM-REC)
                   RIDFLD (TEAM-CODE)
                   KEYLENGTH (WS-TEAM-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('team0001')
               INTO (WS-TEAM-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-TEAM-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('team0001')
                   FROM (WS-TEAM-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
      *    A new team is live unless keyed otherwise.
           IF TEAM-ACTIVE = SPACE OR TEAM-ACTIVE = LOW-VALUE
               MOVE 'Y' TO TEAM-ACTIVE
           END-IF
           PERFORM 2016-CHECK-REFERENCES
           EVALUATE TRUE
           WHEN TEAM-CODE = LOW-VALUES OR TEAM-CODE = SPACES
               MOVE 'SM470002' TO MSGX-ID
               MOVE 'Team code cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO TCODL
           WHEN TEAM-NAME = LOW-VALUES OR TEAM-NAME = SPACES
               MOVE 'SM470003' TO MSGX-ID
               MOVE 'Team name cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO TNAML
           WHEN WS-LEAD-FOUND NOT = 'Y'
               MOVE 'SM470004' TO MSGX-ID
               MOVE 'Team lead is not on UAF00001' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO TLEDL
           WHEN TEAM-ACTIVE NOT = 'Y' AND TEAM-ACTIVE NOT = 'N'
               MOVE 'SM470005' TO MSGX-ID
               MOVE 'Active must be Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO TACTL
           WHEN WS-MBR-COUNT = ZERO
               MOVE 'SM470006' TO MSGX-ID
               MOVE 'A team needs at least one member' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO TMBRL(1)
           WHEN WS-MBR-BAD > ZERO
               MOVE 'SM470007' TO MSGX-ID
               MOVE 'Member is not on UAF00001' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO TMBRL(WS-MBR-BAD)
           WHEN WS-MBR-DUP > ZERO
               MOVE 'SM470008' TO MSGX-ID
               MOVE 'Member is already on this team' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO TMBRL(WS-MBR-DUP)
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               PERFORM 2018-PACK-MEMBERS
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE TEAM-CODE TO LS-RIDFLD.
      *
      *    The lead and every keyed member slot are looked up on
      *    UAF00001; the first unknown or repeated member is kept by
      *    its screen slot so the cursor lands on it.
       2016-CHECK-REFERENCES.
           MOVE 'N' TO WS-LEAD-FOUND
           MOVE ZERO TO WS-MBR-BAD WS-MBR-DUP WS-MBR-COUNT
           IF TEAM-LEAD NOT = SPACES AND TEAM-LEAD NOT = LOW-VALUES
               MOVE TEAM-LEAD TO WS-UAF-KEY
               EXEC CICS READ
                   FILE ('uaf00001')
                   INTO (WS-UAF-REC)
                   RIDFLD (WS-UAF-KEY)
                   KEYLENGTH (WS-STD-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-LEAD-FOUND
               END-IF
           END-IF
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > 12
               IF TEAM-MEMBER(WS-MBR-SUB) = LOW-VALUES
                   MOVE SPACES TO TEAM-MEMBER(WS-MBR-SUB)
               END-IF
               IF TEAM-MEMBER(WS-MBR-SUB) NOT = SPACES
                   ADD 1 TO WS-MBR-COUNT
                   PERFORM 2017-CHECK-MEMBER
               END-IF
           END-PERFORM.
      *
       2017-CHECK-MEMBER.
           IF WS-MBR-BAD = ZERO
               MOVE TEAM-MEMBER(WS-MBR-SUB) TO WS-UAF-KEY
               EXEC CICS READ
                   FILE ('uaf00001')
                   INTO (WS-UAF-REC)
                   RIDFLD (WS-UAF-KEY)
                   KEYLENGTH (WS-STD-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE WS-MBR-SUB TO WS-MBR-BAD
               END-IF
           END-IF
           IF WS-MBR-DUP = ZERO
               PERFORM VARYING WS-MBR-SUB2 FROM 1 BY 1
                       UNTIL WS-MBR-SUB2 NOT < WS-MBR-SUB
                   IF TEAM-MEMBER(WS-MBR-SUB2) = TEAM-MEMBER(WS-MBR-SUB)
                       MOVE WS-MBR-SUB TO WS-MBR-DUP
                   END-IF
               END-PERFORM
           END-IF.
      *
      *    Blank slots are squeezed out so the first blank ends the
      *    list for every reader of the file.
       2018-PACK-MEMBERS.
           MOVE SPACES TO WS-MBR-HOLD
           MOVE ZERO TO WS-MBR-OUT
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > 12
               IF TEAM-MEMBER(WS-MBR-SUB) NOT = SPACES
                   ADD 1 TO WS-MBR-OUT
                   MOVE TEAM-MEMBER(WS-MBR-SUB)
                       TO WS-MBR-HOLD-ID(WS-MBR-OUT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > 12
               MOVE WS-MBR-HOLD-ID(WS-MBR-SUB)
                   TO TEAM-MEMBER(WS-MBR-SUB)
           END-PERFORM.
      *
       2020-FILE-DELETE.
           PERFORM 2021-CHECK-IN-USE THRU 2021-EXIT
           IF WS-IN-USE = 'Y'
               MOVE 'SM470009' TO MSGX-ID
               MOVE 'Team is still named on a service - not deleted'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE SPACE TO LS-ACTION
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           EXEC CICS DELETE
               FILE ('team0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-TEAM-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-TEAM-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    The catalog is small enough to walk whole - any entry still
      *    routing to this team blocks the delete.
       2021-CHECK-IN-USE.
           MOVE 'N' TO WS-IN-USE WS-SVC-DONE
           MOVE LOW-VALUES TO WS-SVC-RID
           EXEC CICS STARTBR FILE('svcc0001')
                RIDFLD (WS-SVC-RID)
                KEYLENGTH (WS-STD-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 2021-EXIT
           END-IF
           PERFORM UNTIL WS-SVC-DONE = 'Y'
               EXEC CICS READNEXT FILE('svcc0001')
                    INTO (WS-SVC-CAT-REC)
                    RIDFLD (WS-SVC-RID)
                    KEYLENGTH (WS-STD-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-SVC-DONE
               ELSE
                   IF SVC-TEAM-CODE = LS-RIDFLD(1:6)
                       MOVE 'Y' TO WS-IN-USE WS-SVC-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('svcc0001')
               NOHANDLE
           END-EXEC.
       2021-EXIT.
           EXIT.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(TCODI) TO LS-RIDFLD
           EXEC CICS READ
               FILE ('team0001')
               INTO (WS-TEAM-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-TEAM-KEY-LEN)
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
           MOVE SPACES TO WS-TEAM-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO TCODL
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
           MOVE SPACES TO WS-TEAM-REC
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
               YYYYMMDD (M47DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM47M')
                MAPSET ('SM47S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO TNAMA
                            TLEDA
                            TACTA
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > 12
               MOVE DFHBMFSE TO TMBRA(WS-MBR-SUB)
           END-PERFORM.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO TCODA
                            TNAMA
                            TLEDA
                            TACTA
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > 12
               MOVE DFHBMASB TO TMBRA(WS-MBR-SUB)
           END-PERFORM.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM47M')
                MAPSET ('SM47S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE TEAM-CODE        TO TCODO
           MOVE TEAM-NAME        TO TNAMO
           MOVE TEAM-LEAD        TO TLEDO
           MOVE TEAM-ACTIVE      TO TACTO
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > 12
               MOVE TEAM-MEMBER(WS-MBR-SUB) TO TMBRO(WS-MBR-SUB)
           END-PERFORM.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF TCODL > ZERO
               MOVE FUNCTION UPPER-CASE(TCODI) TO TEAM-CODE
           END-IF
           IF TNAML > ZERO
               MOVE TNAMI TO TEAM-NAME
           END-IF
           IF TLEDL > ZERO
               MOVE FUNCTION UPPER-CASE(TLEDI) TO TEAM-LEAD
           END-IF
           IF TACTL > ZERO
               MOVE FUNCTION UPPER-CASE(TACTI) TO TEAM-ACTIVE
           END-IF
           PERFORM VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > 12
               IF TMBRL(WS-MBR-SUB) > ZERO
                   MOVE FUNCTION UPPER-CASE(TMBRI(WS-MBR-SUB))
                       TO TEAM-MEMBER(WS-MBR-SUB)
               END-IF
           END-PERFORM.
      *    Self-loop under this program's own dedicated TRANSID('SM47')
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
                   TRANSID ('SM47')
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
