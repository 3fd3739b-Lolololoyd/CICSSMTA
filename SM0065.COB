       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0065.
      ******************************************************************
      *DESCRIPTION: Site-parameter history inquiry and restore - key a  *
      *             parameter id and the screen shows its current       *
      *             site0001 value and pages through every sith0001     *
      *             change to it, oldest first, with who changed it,    *
      *             when, and the value before and after. S against a   *
      *             line shows that change in full with its reason; R   *
      *             against a line (ADMIN only, reason required) rolls  *
      *             that change back by putting its old value and       *
      *             description back on site0001 - deleting the         *
      *             parameter again when the change was its add - and   *
      *             logs the restore as a history record of its own.    *
      *             Anyone may look. Reached under its own SM65         *
      *             transid, the SM0034 precedent. PF7/PF8 page, PF3    *
      *             returns to the menu.                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-LENGTH                     PIC S9(4) COMP.
       01  WS-LOOP                       PIC S9(4) COMP VALUE 10.
       01  WS-COUNT                      PIC S9(4) COMP.
       01  WS-FILLED                     PIC S9(4) COMP VALUE ZERO.
       01  WS-PICKED                     PIC S9(4) COMP VALUE ZERO.
       01  WS-SITH-KEY-LEN               PIC S9(4) COMP VALUE 24.
       01  WS-SITE-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-ADMIN-OK                   PIC X(01) VALUE 'N'.
       01  WS-HIST-OK                    PIC X(01) VALUE 'Y'.
       01  WS-PICK-CODE                  PIC X(01) VALUE SPACE.
       01  WS-RIDFLD.
           05  WS-RID-PARM-ID            PIC X(08).
           05  WS-RID-REST               PIC X(16).
       01  WS-USERID                     PIC X(08).
       01  WS-REASON                     PIC X(40).
       01  WS-TIME                       PIC 9(15) COMP-3.
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
       01  WS-SITE-REC.
           COPY SITEPRM1.
       01  WS-OLD-SITE-REC.
           COPY SITEPRM1 REPLACING LEADING ==SITE-== BY ==OLD-==.
       01  WS-SITH-REC.
           COPY SITH0001.
      *    The history line picked for S or R.
       01  WS-PICK-REC.
           COPY SITH0001 REPLACING LEADING ==SITH-== BY ==PCK-==.
       01  WS-CA.
           COPY SPHCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM65S'  PIC X(7).
       COPY SM65S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(320).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               PERFORM 240-CLEAR-PAGE
               MOVE 'SM650001' TO MSGX-ID
               MOVE 'Key a parameter id and press ENTER' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           ELSE
               MOVE DFHCOMMAREA TO WS-CA
               PERFORM 210-CHECK-AID
           END-IF.
       100-EXIT.
           EXIT.

      *    Looking is open to every user; only the restore needs
      *    ADMIN, the same uaf00001 gate SM0025 applies to its saves.
       110-CHECK-ADMIN.
           MOVE 'N' TO WS-ADMIN-OK
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND WS-UAF-ADMIN = 'Y'
               MOVE 'Y' TO WS-ADMIN-OK
           END-IF.
       110-EXIT.
           EXIT.

       210-CHECK-AID.
           EVALUATE EIBAID
           WHEN DFHPF3
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
           WHEN DFHPF8
               IF CA-PARM-ID = SPACES
                   MOVE 'SM650001' TO MSGX-ID
                   MOVE 'Key a parameter id and press ENTER'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               PERFORM 225-NEXT-PAGE
           WHEN DFHPF7
               IF CA-PARM-ID = SPACES
                   MOVE 'SM650001' TO MSGX-ID
                   MOVE 'Key a parameter id and press ENTER'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               PERFORM 220-PREV-PAGE
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM65M')
                   MAPSET ('SM65S')
                   INTO (SM65MI)
               END-EXEC
               PERFORM 215-CHECK-ENTRY
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    A new parameter id starts its history from the top; an
      *    S or R on a line acts on that line; a bare ENTER redraws
      *    the page in place.
       215-CHECK-ENTRY.
           IF PIDL > ZERO AND PIDI NOT = SPACES
               AND FUNCTION UPPER-CASE(PIDI) NOT = CA-PARM-ID
               MOVE SPACES TO WS-CA
               MOVE FUNCTION UPPER-CASE(PIDI) TO CA-PARM-ID
               MOVE LOW-VALUES TO WS-RIDFLD
               MOVE CA-PARM-ID TO WS-RID-PARM-ID
               MOVE WS-RIDFLD TO CA-TOP-KEY
               PERFORM 240-CLEAR-PAGE
               PERFORM 200-LIST-PAGE
           END-IF
           IF CA-PARM-ID = SPACES
               MOVE 'SM650001' TO MSGX-ID
               MOVE 'Key a parameter id and press ENTER' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE SPACES TO WS-REASON
           IF RSNL > ZERO
               MOVE RSNI TO WS-REASON
           END-IF
           MOVE ZERO TO WS-PICKED
           MOVE SPACE TO WS-PICK-CODE
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP OR WS-PICKED > ZERO
               IF LSELL(WS-COUNT) > ZERO
                   AND LSELI(WS-COUNT) NOT = SPACE
                   AND CA-ROW-KEY(WS-COUNT) NOT = SPACES
                   MOVE WS-COUNT TO WS-PICKED
                   MOVE FUNCTION UPPER-CASE(LSELI(WS-COUNT))
                       TO WS-PICK-CODE
               END-IF
           END-PERFORM
           PERFORM 240-CLEAR-PAGE
           EVALUATE WS-PICK-CODE
           WHEN SPACE
               PERFORM 200-LIST-PAGE
           WHEN 'S'
               PERFORM 250-SHOW-ENTRY
           WHEN 'R'
               PERFORM 300-RESTORE-ENTRY
           WHEN OTHER
               PERFORM 201-BUILD-PAGE
               MOVE 'SM650002' TO MSGX-ID
               MOVE 'Select S to show a change or R to restore it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       215-EXIT.
           EXIT.

       250-SHOW-ENTRY.
           PERFORM 201-BUILD-PAGE
           PERFORM 260-READ-PICK
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM650003' TO MSGX-ID
               MOVE 'History entry is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE PCK-OLD-VALUE TO DOLDO
               MOVE PCK-NEW-VALUE TO DNEWO
               MOVE PCK-REASON TO DRSNO
               MOVE 'SM650012' TO MSGX-ID
               MOVE 'Change of &1 &2 by &3 at &4' TO MSGX-DEFAULT
               MOVE PCK-DATE TO MSGX-SUB(1)
               MOVE PCK-TIME TO MSGX-SUB(2)
               MOVE PCK-USERID TO MSGX-SUB(3)
               MOVE PCK-TERMID TO MSGX-SUB(4)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       250-EXIT.
           EXIT.

      *    The 201 browse leaves EIBRESP set, so the pick is read
      *    after the page is built and the caller tests its EIBRESP
      *    before anything else touches the file.
       260-READ-PICK.
           EXEC CICS READ
               FILE ('sith0001')
               INTO (WS-PICK-REC)
               RIDFLD (CA-ROW-KEY(WS-PICKED))
               KEYLENGTH (WS-SITH-KEY-LEN)
               EQUAL
           END-EXEC.
       260-EXIT.
           EXIT.

      *    Rolling a change back puts its OLD value and description
      *    back on site0001: a blank old value means the change was
      *    the parameter's add, so the parameter is deleted again,
      *    and a parameter deleted since is written back. The
      *    restore is logged as an R history record pointing at the
      *    change it rolled back.
       300-RESTORE-ENTRY.
           PERFORM 110-CHECK-ADMIN
           IF WS-ADMIN-OK NOT = 'Y'
               PERFORM 201-BUILD-PAGE
               MOVE 'SM650004' TO MSGX-ID
               MOVE 'ADMIN authority required to restore parameters'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-REASON = LOW-VALUES OR WS-REASON = SPACES
               PERFORM 201-BUILD-PAGE
               MOVE WS-REASON TO RSNO
               MOVE 'SM650005' TO MSGX-ID
               MOVE 'A reason for the restore is required'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 260-READ-PICK
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM650003' TO MSGX-ID
               MOVE 'History entry is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EXEC CICS READ
               FILE ('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (CA-PARM-ID)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           EVALUATE TRUE
           WHEN EIBRESP = DFHRESP(NORMAL)
               MOVE WS-SITE-REC TO WS-OLD-SITE-REC
               IF PCK-OLD-VALUE = SPACES
                   EXEC CICS DELETE
                       FILE ('site0001')
                   END-EXEC
                   MOVE SPACES TO WS-SITE-REC
                   MOVE CA-PARM-ID TO SITE-PARM-ID
               ELSE
                   IF SITE-PARM-VALUE = PCK-OLD-VALUE
                       AND SITE-PARM-DESC = PCK-OLD-DESC
                       EXEC CICS UNLOCK
                           FILE ('site0001')
                       END-EXEC
                       PERFORM 201-BUILD-PAGE
                       MOVE 'SM650006' TO MSGX-ID
                       MOVE 'Parameter already holds that value'
                           TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO ERRMSGO
                       PERFORM 230-SEND-PAGE
                   END-IF
                   MOVE PCK-OLD-VALUE TO SITE-PARM-VALUE
                   MOVE PCK-OLD-DESC TO SITE-PARM-DESC
                   EXEC CICS REWRITE
                       FILE ('site0001')
                       FROM (WS-SITE-REC)
                   END-EXEC
               END-IF
           WHEN EIBRESP = DFHRESP(NOTFND)
               IF PCK-OLD-VALUE = SPACES
                   PERFORM 201-BUILD-PAGE
                   MOVE 'SM650007' TO MSGX-ID
                   MOVE 'Parameter is already absent from the file'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               MOVE SPACES TO WS-OLD-SITE-REC WS-SITE-REC
               MOVE CA-PARM-ID TO SITE-PARM-ID
               MOVE PCK-OLD-VALUE TO SITE-PARM-VALUE
               MOVE PCK-OLD-DESC TO SITE-PARM-DESC
               EXEC CICS WRITE
                   FILE ('site0001')
                   FROM (WS-SITE-REC)
                   RIDFLD (SITE-PARM-ID)
                   KEYLENGTH (WS-SITE-KEY-LEN)
               END-EXEC
           END-EVALUATE
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM650008' TO MSGX-ID
               MOVE 'Restore failed - parameter has not been changed'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 310-WRITE-HISTORY
           MOVE 'Y' TO WS-HIST-OK
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-HIST-OK
           END-IF
           PERFORM 201-BUILD-PAGE
           MOVE SPACES TO ERRMSGO
           IF WS-HIST-OK NOT = 'Y'
               MOVE 'SM650009' TO MSGX-ID
               MOVE 'Restored - but change history was not written'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE 'SM650013' TO MSGX-ID
               MOVE 'Value before the &1 &2 change restored'
                   TO MSGX-DEFAULT
               MOVE PCK-DATE TO MSGX-SUB(1)
               MOVE PCK-TIME TO MSGX-SUB(2)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.

      *    Same parameter id + date + time + sequence key and the
      *    same DUPREC sequence walk SM0025's history writer uses.
       310-WRITE-HISTORY.
           MOVE SPACES TO WS-SITH-REC
           MOVE CA-PARM-ID TO SITH-PARM-ID
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (SITH-DATE)
               TIME (SITH-TIME)
           END-EXEC
           MOVE ZERO TO SITH-SEQ
           SET SITH-RESTORED TO TRUE
           MOVE OLD-PARM-VALUE  TO SITH-OLD-VALUE
           MOVE OLD-PARM-DESC   TO SITH-OLD-DESC
           MOVE SITE-PARM-VALUE TO SITH-NEW-VALUE
           MOVE SITE-PARM-DESC  TO SITH-NEW-DESC
           MOVE WS-USERID       TO SITH-USERID
           MOVE EIBTRMID        TO SITH-TERMID
           MOVE EIBTRNID        TO SITH-TRANID
           MOVE WS-REASON       TO SITH-REASON
           MOVE PCK-KEY         TO SITH-RESTORED-FROM
           EXEC CICS WRITE
               FILE ('sith0001')
               FROM (WS-SITH-REC)
               RIDFLD (SITH-KEY)
               KEYLENGTH (WS-SITH-KEY-LEN)
           END-EXEC
           PERFORM UNTIL EIBRESP NOT = DFHRESP(DUPREC)
                   OR SITH-SEQ = 99
               ADD 1 TO SITH-SEQ
               EXEC CICS WRITE
                   FILE ('sith0001')
                   FROM (WS-SITH-REC)
                   RIDFLD (SITH-KEY)
                   KEYLENGTH (WS-SITH-KEY-LEN)
               END-EXEC
           END-PERFORM.
       310-EXIT.
           EXIT.

      *    Reposition one record past the last line shown - same
      *    double-READNEXT technique SM0034's PF8 branch uses, held
      *    to the one parameter's records.
       225-NEXT-PAGE.
           MOVE CA-LAST-KEY TO WS-RIDFLD
           IF CA-LAST-KEY NOT = SPACES
               EXEC CICS STARTBR FILE('sith0001')
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-SITH-KEY-LEN)
                    GTEQ
               END-EXEC
               EXEC CICS READNEXT FILE('sith0001')
                    INTO (WS-SITH-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-SITH-KEY-LEN)
               END-EXEC
               EXEC CICS READNEXT FILE('sith0001')
                    INTO (WS-SITH-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-SITH-KEY-LEN)
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND SITH-PARM-ID = CA-PARM-ID
                   MOVE WS-RIDFLD TO CA-TOP-KEY
               END-IF
               EXEC CICS ENDBR
                   FILE ('sith0001')
               END-EXEC
           END-IF
           PERFORM 240-CLEAR-PAGE
           PERFORM 200-LIST-PAGE.
       225-EXIT.
           EXIT.

      *    Walk backwards from the first line shown - same READPREV
      *    paging SM0034's 220-PREV-PAGE uses, stopping at the
      *    parameter's first change.
       220-PREV-PAGE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-FILLED
           MOVE CA-FIRST-KEY TO WS-RIDFLD
           IF CA-FIRST-KEY = SPACES
               MOVE 'Y' TO WS-EOF
           ELSE
               EXEC CICS STARTBR FILE('sith0001')
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-SITH-KEY-LEN)
                    GTEQ
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-IF
           IF WS-EOF = 'N'
               EXEC CICS READPREV FILE('sith0001')
                    INTO (WS-SITH-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-SITH-KEY-LEN)
               END-EXEC
               PERFORM UNTIL WS-FILLED = WS-LOOP OR WS-EOF = 'Y'
                   EXEC CICS READPREV FILE('sith0001')
                        INTO (WS-SITH-REC)
                        RIDFLD (WS-RIDFLD)
                        KEYLENGTH (WS-SITH-KEY-LEN)
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       OR SITH-PARM-ID NOT = CA-PARM-ID
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       ADD 1 TO WS-FILLED
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE ('sith0001')
               END-EXEC
           END-IF
           IF WS-EOF = 'Y'
               MOVE LOW-VALUES TO WS-RIDFLD
               MOVE CA-PARM-ID TO WS-RID-PARM-ID
           END-IF
           MOVE WS-RIDFLD TO CA-TOP-KEY
           PERFORM 240-CLEAR-PAGE
           PERFORM 200-LIST-PAGE.
       220-EXIT.
           EXIT.

       200-LIST-PAGE.
           PERFORM 201-BUILD-PAGE
           PERFORM 230-SEND-PAGE.
       200-EXIT.
           EXIT.

       201-BUILD-PAGE.
           MOVE SPACES TO ERRMSGO
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-FILLED
           MOVE SPACES TO CA-FIRST-KEY CA-LAST-KEY
           MOVE CA-PARM-ID TO PIDO
           PERFORM 202-SHOW-CURRENT
           MOVE CA-TOP-KEY TO WS-RIDFLD
           EXEC CICS STARTBR FILE('sith0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-SITH-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-FILLED = WS-LOOP OR WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('sith0001')
                    INTO (WS-SITH-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-SITH-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR SITH-PARM-ID NOT = CA-PARM-ID
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-FILLED
                   PERFORM 205-BUILD-ROW
                   MOVE WS-RIDFLD TO CA-LAST-KEY
                   IF WS-FILLED = 1
                       MOVE WS-RIDFLD TO CA-FIRST-KEY
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('sith0001')
           END-EXEC
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
               MOVE SPACES TO LSELO(WS-COUNT)
               IF WS-COUNT > WS-FILLED
                   MOVE SPACES TO LHDTO(WS-COUNT)
                   MOVE SPACES TO LHTMO(WS-COUNT)
                   MOVE SPACES TO LUSRO(WS-COUNT)
                   MOVE SPACES TO LACTO(WS-COUNT)
                   MOVE SPACES TO LOLDO(WS-COUNT)
                   MOVE SPACES TO LNEWO(WS-COUNT)
                   MOVE SPACES TO CA-ROW-KEY(WS-COUNT)
               END-IF
           END-PERFORM
           IF WS-FILLED = ZERO
               MOVE 'SM650010' TO MSGX-ID
               MOVE 'No changes on file for this parameter'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               IF WS-EOF = 'Y'
                   MOVE 'SM650011' TO MSGX-ID
                   MOVE 'End of parameter history' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
           END-IF.
       201-EXIT.
           EXIT.

       202-SHOW-CURRENT.
           EXEC CICS READ
               FILE ('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (CA-PARM-ID)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE SITE-PARM-VALUE TO CURO
           ELSE
               MOVE '(not on file - compiled-in default applies)'
                   TO CURO
           END-IF.
       202-EXIT.
           EXIT.

       205-BUILD-ROW.
           MOVE SITH-DATE TO LHDTO(WS-FILLED)
           MOVE SITH-TIME TO LHTMO(WS-FILLED)
           MOVE SITH-USERID TO LUSRO(WS-FILLED)
           MOVE SITH-ACTION TO LACTO(WS-FILLED)
           MOVE SITH-OLD-VALUE TO LOLDO(WS-FILLED)
           MOVE SITH-NEW-VALUE TO LNEWO(WS-FILLED)
           MOVE SITH-KEY TO CA-ROW-KEY(WS-FILLED).
       205-EXIT.
           EXIT.

       230-SEND-PAGE.
           MOVE LENGTH OF SM65MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM65M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM65MO)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM65')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

      *    The map goes out ERASE from the symbolic map each time, so
      *    the detail and reason lines are blanked unless this pass
      *    fills them.
       240-CLEAR-PAGE.
           MOVE SPACES TO DOLDO DNEWO DRSNO RSNO CURO
           MOVE CA-PARM-ID TO PIDO.
       240-EXIT.
           EXIT.
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
