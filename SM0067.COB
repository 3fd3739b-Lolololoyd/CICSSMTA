       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0067.
      ******************************************************************
      *DESCRIPTION: Post-incident action items - key an incident id     *
      *             (or press PF5 on the SM0041 bridge screen) and the  *
      *             screen pages through its mjai0001 follow-up         *
      *             actions with owner, due date and status. The        *
      *             detail lines below the list carry one action: S     *
      *             against a line loads it there; PF5 adds a new       *
      *             action from them (owner, due date and description   *
      *             required); C against a line changes it to whichever *
      *             of owner, due date and description are keyed; D     *
      *             marks it done and W waives it, both with a note     *
      *             saying why; O reopens a done or waived action.      *
      *             Anyone may look; adding, changing, waiving and      *
      *             reopening need ADMIN, and an action's owner may     *
      *             mark their own action done. MJAOVD01 chases the     *
      *             open actions past their due date each week.         *
      *             Reached under its own SM67 transid, the SM0034      *
      *             precedent. PF7/PF8 page, PF3 returns to SM0041.     *
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
       01  WS-MJAI-KEY-LEN               PIC S9(4) COMP VALUE 9.
       01  WS-MJIN-KEY-LEN               PIC S9(4) COMP VALUE 6.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-ADMIN-OK                   PIC X(01) VALUE 'N'.
       01  WS-PICK-CODE                  PIC X(01) VALUE SPACE.
       01  WS-RIDFLD.
           05  WS-RID-INCIDENT-ID        PIC X(06).
           05  WS-RID-SEQ                PIC X(03).
       01  WS-USERID                     PIC X(08).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-NOW-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-NEXT-SEQ                   PIC 9(03) VALUE 1.
      *    The detail lines as keyed, held apart from the map so the
      *    page can be rebuilt (which blanks the map) and the entry
      *    echoed back when it is refused.
       01  WS-IN-OWNER                   PIC X(08) VALUE SPACES.
       01  WS-IN-DUE-X                   PIC X(08) VALUE SPACES.
       01  WS-IN-DUE-N REDEFINES WS-IN-DUE-X
                                         PIC 9(08).
       01  WS-IN-DESC                    PIC X(60) VALUE SPACES.
       01  WS-IN-NOTE                    PIC X(60) VALUE SPACES.
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
       01  WS-MJIN-REC.
           COPY MJIN0001.
       01  WS-MJAI-REC.
           COPY MJAI0001.
      *    The page browse reads into its own area so the action being
      *    worked on survives the rebuild of the list around it.
       01  WS-LIST-REC.
           COPY MJAI0001 REPLACING LEADING ==MJAI-== BY ==LST-==.
       01  WS-CA.
           COPY MJACOMM.
       01  WS-CURRENT-MAP  VALUE 'SM67S'  PIC X(7).
       COPY SM67S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(124).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 110-CHECK-ADMIN
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               PERFORM 240-CLEAR-PAGE
               MOVE 'SM670001' TO MSGX-ID
               MOVE 'Key an incident id and press ENTER' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE DFHCOMMAREA TO WS-CA
           IF CA-FROM-BRIDGE
               MOVE SPACE TO CA-ENTRY
               MOVE LOW-VALUES TO WS-RIDFLD
               MOVE CA-INCIDENT-ID TO WS-RID-INCIDENT-ID
               MOVE WS-RIDFLD TO CA-TOP-KEY
               PERFORM 240-CLEAR-PAGE
               PERFORM 200-LIST-PAGE
           END-IF
           PERFORM 210-CHECK-AID.
       100-EXIT.
           EXIT.

      *    Looking is open to every user; the uaf00001 ADMIN flag
      *    decides who may add, change, waive and reopen.
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
                   PROGRAM ('SM0041')
               END-EXEC
           WHEN DFHPF8
               IF CA-INCIDENT-ID = SPACES
                   MOVE 'SM670001' TO MSGX-ID
                   MOVE 'Key an incident id and press ENTER'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               PERFORM 225-NEXT-PAGE
           WHEN DFHPF7
               IF CA-INCIDENT-ID = SPACES
                   MOVE 'SM670001' TO MSGX-ID
                   MOVE 'Key an incident id and press ENTER'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               PERFORM 220-PREV-PAGE
           WHEN DFHPF5
               EXEC CICS RECEIVE MAP('SM67M')
                   MAPSET ('SM67S')
                   INTO (SM67MI)
               END-EXEC
               PERFORM 216-GET-DETAIL
               PERFORM 240-CLEAR-PAGE
               PERFORM 400-ADD-ACTION
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM67M')
                   MAPSET ('SM67S')
                   INTO (SM67MI)
               END-EXEC
               PERFORM 215-CHECK-ENTRY
           WHEN OTHER
               MOVE 'SM670002' TO MSGX-ID
               MOVE
                   'Invalid PFKey - PF5 adds, PF7/PF8 page, PF3 returns'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    A new incident id starts its list from the top; a code on
      *    a line acts on that line; a bare ENTER redraws the page in
      *    place.
       215-CHECK-ENTRY.
           IF IIDL > ZERO AND IIDI NOT = SPACES
               AND FUNCTION UPPER-CASE(IIDI) NOT = CA-INCIDENT-ID
               MOVE SPACES TO WS-CA
               MOVE FUNCTION UPPER-CASE(IIDI) TO CA-INCIDENT-ID
               MOVE LOW-VALUES TO WS-RIDFLD
               MOVE CA-INCIDENT-ID TO WS-RID-INCIDENT-ID
               MOVE WS-RIDFLD TO CA-TOP-KEY
               PERFORM 240-CLEAR-PAGE
               PERFORM 200-LIST-PAGE
           END-IF
           IF CA-INCIDENT-ID = SPACES
               MOVE 'SM670001' TO MSGX-ID
               MOVE 'Key an incident id and press ENTER' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 216-GET-DETAIL
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
               PERFORM 250-SHOW-ACTION
           WHEN 'C'
               PERFORM 300-CHANGE-ACTION
           WHEN 'D'
               PERFORM 310-CLOSE-ACTION
           WHEN 'W'
               PERFORM 310-CLOSE-ACTION
           WHEN 'O'
               PERFORM 330-REOPEN-ACTION
           WHEN OTHER
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM670003' TO MSGX-ID
               MOVE 'Select S show, C change, D done, W waive, O reopen'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       215-EXIT.
           EXIT.

      *    Only fields the user actually keyed are picked up - an
      *    untouched detail line comes back with a zero length.
       216-GET-DETAIL.
           MOVE SPACES TO WS-IN-OWNER WS-IN-DUE-X WS-IN-DESC
                          WS-IN-NOTE
           IF DOWNL > ZERO
               MOVE FUNCTION UPPER-CASE(DOWNI) TO WS-IN-OWNER
           END-IF
           IF DDUEL > ZERO
               MOVE DDUEI TO WS-IN-DUE-X
           END-IF
           IF DDSCL > ZERO
               MOVE DDSCI TO WS-IN-DESC
           END-IF
           IF DNOTL > ZERO
               MOVE DNOTI TO WS-IN-NOTE
           END-IF
           IF WS-IN-OWNER = LOW-VALUES
               MOVE SPACES TO WS-IN-OWNER
           END-IF
           IF WS-IN-DUE-X = LOW-VALUES
               MOVE SPACES TO WS-IN-DUE-X
           END-IF
           IF WS-IN-DESC = LOW-VALUES
               MOVE SPACES TO WS-IN-DESC
           END-IF
           IF WS-IN-NOTE = LOW-VALUES
               MOVE SPACES TO WS-IN-NOTE
           END-IF.
       216-EXIT.
           EXIT.

       250-SHOW-ACTION.
           PERFORM 201-BUILD-PAGE
           PERFORM 260-READ-PICK
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM670004' TO MSGX-ID
               MOVE 'Action is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               PERFORM 255-SHOW-DETAIL
               EVALUATE TRUE
               WHEN MJAI-DONE
                   MOVE 'SM670027' TO MSGX-ID
                   MOVE 'Done &1 by &2' TO MSGX-DEFAULT
                   MOVE MJAI-CLOSED-DATE TO MSGX-SUB(1)
                   MOVE MJAI-CLOSED-BY TO MSGX-SUB(2)
                   PERFORM 9700-GET-MESSAGE
               WHEN MJAI-WAIVED
                   MOVE 'SM670028' TO MSGX-ID
                   MOVE 'Waived &1 by &2' TO MSGX-DEFAULT
                   MOVE MJAI-CLOSED-DATE TO MSGX-SUB(1)
                   MOVE MJAI-CLOSED-BY TO MSGX-SUB(2)
                   PERFORM 9700-GET-MESSAGE
               WHEN OTHER
                   MOVE 'SM670029' TO MSGX-ID
                   MOVE 'Raised &1 by &2' TO MSGX-DEFAULT
                   MOVE MJAI-ADDED-DATE TO MSGX-SUB(1)
                   MOVE MJAI-ADDED-BY TO MSGX-SUB(2)
                   PERFORM 9700-GET-MESSAGE
               END-EVALUATE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       250-EXIT.
           EXIT.

       255-SHOW-DETAIL.
           MOVE MJAI-SEQ-NUM-X TO DSEQO
           MOVE MJAI-OWNER TO DOWNO
           MOVE MJAI-DUE-DATE TO DDUEO
           MOVE MJAI-STATUS TO DSTAO
           MOVE MJAI-DESC TO DDSCO
           MOVE MJAI-NOTE TO DNOTO.
       255-EXIT.
           EXIT.

      *    The 201 browse leaves EIBRESP set, so the pick is read
      *    after the page is built and the caller tests its EIBRESP
      *    before anything else touches the file.
       260-READ-PICK.
           EXEC CICS READ
               FILE ('mjai0001')
               INTO (WS-MJAI-REC)
               RIDFLD (CA-ROW-KEY(WS-PICKED))
               KEYLENGTH (WS-MJAI-KEY-LEN)
               EQUAL
           END-EXEC.
       260-EXIT.
           EXIT.

       265-READ-PICK-UPDATE.
           EXEC CICS READ
               FILE ('mjai0001')
               INTO (WS-MJAI-REC)
               RIDFLD (CA-ROW-KEY(WS-PICKED))
               KEYLENGTH (WS-MJAI-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC.
       265-EXIT.
           EXIT.

       280-STAMP-NOW.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-NOW-DATE)
           END-EXEC.
       280-EXIT.
           EXIT.

      *    C - an open action takes whichever of owner, due date and
      *    description were keyed; a blank one keeps what is there.
       300-CHANGE-ACTION.
           IF WS-ADMIN-OK NOT = 'Y'
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM670005' TO MSGX-ID
               MOVE 'ADMIN authority required to change actions'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-IN-OWNER = SPACES AND WS-IN-DUE-X = SPACES
               AND WS-IN-DESC = SPACES
               PERFORM 201-BUILD-PAGE
               MOVE 'SM670006' TO MSGX-ID
               MOVE 'Key the new owner, due date or description first'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-IN-OWNER NOT = SPACES
               PERFORM 420-CHECK-OWNER
           END-IF
           IF WS-IN-DUE-X NOT = SPACES
               PERFORM 430-CHECK-DUE
           END-IF
           PERFORM 265-READ-PICK-UPDATE
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM670004' TO MSGX-ID
               MOVE 'Action is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF NOT MJAI-OPEN
               EXEC CICS UNLOCK
                   FILE ('mjai0001')
               END-EXEC
               PERFORM 201-BUILD-PAGE
               PERFORM 255-SHOW-DETAIL
               MOVE 'SM670007' TO MSGX-ID
               MOVE 'Action is closed - O reopens it before a change'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-IN-OWNER NOT = SPACES
               MOVE WS-IN-OWNER TO MJAI-OWNER
           END-IF
           IF WS-IN-DUE-X NOT = SPACES
               MOVE WS-IN-DUE-N TO MJAI-DUE-DATE
           END-IF
           IF WS-IN-DESC NOT = SPACES
               MOVE WS-IN-DESC TO MJAI-DESC
           END-IF
           EXEC CICS REWRITE
               FILE ('mjai0001')
               FROM (WS-MJAI-REC)
           END-EXEC
           PERFORM 350-AFTER-UPDATE
           MOVE 'SM670008' TO MSGX-ID
           MOVE 'Action changed' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.

      *    D and W close an open action and both want the note - what
      *    was done, or why it is not going to be. The owner may mark
      *    their own action done; waiving it is an ADMIN decision.
       310-CLOSE-ACTION.
           IF WS-IN-NOTE = SPACES
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               IF WS-PICK-CODE = 'D'
                   MOVE 'SM670009' TO MSGX-ID
                   MOVE 'A completion note is required' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               ELSE
                   MOVE 'SM670010' TO MSGX-ID
                   MOVE 'A note giving the reason to waive is required'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 265-READ-PICK-UPDATE
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM670004' TO MSGX-ID
               MOVE 'Action is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-ADMIN-OK NOT = 'Y'
               AND (WS-PICK-CODE = 'W' OR MJAI-OWNER NOT = WS-USERID)
               EXEC CICS UNLOCK
                   FILE ('mjai0001')
               END-EXEC
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               IF WS-PICK-CODE = 'W'
                   MOVE 'SM670011' TO MSGX-ID
                   MOVE 'ADMIN authority required to waive actions'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               ELSE
                   MOVE 'SM670012' TO MSGX-ID
                   MOVE 'Only the owner or an ADMIN may mark it done'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
               PERFORM 230-SEND-PAGE
           END-IF
           IF NOT MJAI-OPEN
               EXEC CICS UNLOCK
                   FILE ('mjai0001')
               END-EXEC
               PERFORM 201-BUILD-PAGE
               PERFORM 255-SHOW-DETAIL
               MOVE 'SM670013' TO MSGX-ID
               MOVE 'Action is already closed' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 280-STAMP-NOW
           IF WS-PICK-CODE = 'D'
               SET MJAI-DONE TO TRUE
           ELSE
               SET MJAI-WAIVED TO TRUE
           END-IF
           MOVE WS-IN-NOTE TO MJAI-NOTE
           MOVE WS-USERID TO MJAI-CLOSED-BY
           MOVE WS-NOW-DATE TO MJAI-CLOSED-DATE
           EXEC CICS REWRITE
               FILE ('mjai0001')
               FROM (WS-MJAI-REC)
           END-EXEC
           PERFORM 350-AFTER-UPDATE
           IF MJAI-DONE
               MOVE 'SM670014' TO MSGX-ID
               MOVE 'Action marked done' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE 'SM670015' TO MSGX-ID
               MOVE 'Action waived' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       310-EXIT.
           EXIT.

      *    O puts a done or waived action back on the open list; a
      *    keyed note replaces the closing one, otherwise it stays as
      *    the record of why it was closed.
       330-REOPEN-ACTION.
           IF WS-ADMIN-OK NOT = 'Y'
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM670016' TO MSGX-ID
               MOVE 'ADMIN authority required to reopen actions'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 265-READ-PICK-UPDATE
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM670004' TO MSGX-ID
               MOVE 'Action is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF MJAI-OPEN
               EXEC CICS UNLOCK
                   FILE ('mjai0001')
               END-EXEC
               PERFORM 201-BUILD-PAGE
               PERFORM 255-SHOW-DETAIL
               MOVE 'SM670017' TO MSGX-ID
               MOVE 'Action is already open' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           SET MJAI-OPEN TO TRUE
           IF WS-IN-NOTE NOT = SPACES
               MOVE WS-IN-NOTE TO MJAI-NOTE
           END-IF
           MOVE SPACES TO MJAI-CLOSED-BY
           MOVE ZERO TO MJAI-CLOSED-DATE
           EXEC CICS REWRITE
               FILE ('mjai0001')
               FROM (WS-MJAI-REC)
           END-EXEC
           PERFORM 350-AFTER-UPDATE
           MOVE 'SM670018' TO MSGX-ID
           MOVE 'Action reopened' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       330-EXIT.
           EXIT.

      *    The REWRITE's response is kept aside before the page browse
      *    resets EIBRESP; a failure still rebuilds the page so the
      *    user sees the action as it stands on file.
       350-AFTER-UPDATE.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM670019' TO MSGX-ID
               MOVE 'Update failed - action has not been changed'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 201-BUILD-PAGE
           PERFORM 255-SHOW-DETAIL.
       350-EXIT.
           EXIT.

      *    PF5 - a new action goes on under the next free sequence for
      *    the incident, open, owned by the keyed userid.
       400-ADD-ACTION.
           IF CA-INCIDENT-ID = SPACES
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM670001' TO MSGX-ID
               MOVE 'Key an incident id and press ENTER' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-ADMIN-OK NOT = 'Y'
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM670020' TO MSGX-ID
               MOVE 'ADMIN authority required to add actions'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-IN-OWNER = SPACES OR WS-IN-DUE-X = SPACES
               OR WS-IN-DESC = SPACES
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM670021' TO MSGX-ID
               MOVE 'Owner, due date and description are required'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 420-CHECK-OWNER
           PERFORM 430-CHECK-DUE
           PERFORM 280-STAMP-NOW
           PERFORM 410-NEXT-SEQ
           MOVE SPACES TO WS-MJAI-REC
           MOVE CA-INCIDENT-ID TO MJAI-INCIDENT-ID
           MOVE WS-NEXT-SEQ TO MJAI-SEQ-NUM
           MOVE WS-IN-OWNER TO MJAI-OWNER
           MOVE WS-IN-DESC TO MJAI-DESC
           MOVE WS-IN-DUE-N TO MJAI-DUE-DATE
           SET MJAI-OPEN TO TRUE
           MOVE WS-USERID TO MJAI-ADDED-BY
           MOVE WS-NOW-DATE TO MJAI-ADDED-DATE
           MOVE ZERO TO MJAI-CLOSED-DATE
           EXEC CICS WRITE
               FILE ('mjai0001')
               FROM (WS-MJAI-REC)
               RIDFLD (MJAI-KEY)
               KEYLENGTH (WS-MJAI-KEY-LEN)
           END-EXEC
           PERFORM 350-AFTER-UPDATE
           MOVE 'SM670030' TO MSGX-ID
           MOVE 'Action &1 added for &2' TO MSGX-DEFAULT
           MOVE MJAI-SEQ-NUM-X TO MSGX-SUB(1)
           MOVE MJAI-OWNER TO MSGX-SUB(2)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       400-EXIT.
           EXIT.

      *    Next free sequence under the incident - the HIGH-VALUES
      *    STARTBR/READPREV device SM0041 uses for its command log.
       410-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE CA-INCIDENT-ID TO MJAI-INCIDENT-ID
           MOVE HIGH-VALUES TO MJAI-SEQ-NUM-X
           EXEC CICS STARTBR FILE('mjai0001')
                RIDFLD (MJAI-KEY)
                KEYLENGTH (WS-MJAI-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('mjai0001')
                    INTO (WS-MJAI-REC)
                    RIDFLD (MJAI-KEY)
                    KEYLENGTH (WS-MJAI-KEY-LEN)
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND MJAI-INCIDENT-ID = CA-INCIDENT-ID
                   COMPUTE WS-NEXT-SEQ = MJAI-SEQ-NUM + 1
               END-IF
               EXEC CICS ENDBR FILE('mjai0001')
               END-EXEC
           END-IF.
       410-EXIT.
           EXIT.

      *    An owner has to be a userid on uaf00001 - the weekly chase
      *    lists overdue actions by owner, so a typo would hide one.
       420-CHECK-OWNER.
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-IN-OWNER TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM670022' TO MSGX-ID
               MOVE 'Owner is not a userid on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       420-EXIT.
           EXIT.

      *    Due date must be a real calendar date, YYYYMMDD.
       430-CHECK-DUE.
           IF WS-IN-DUE-X NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DUE-N) NOT = ZERO
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM670023' TO MSGX-ID
               MOVE 'Due date must be a valid date, YYYYMMDD'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       430-EXIT.
           EXIT.

      *    Reposition one record past the last line shown - same
      *    double-READNEXT technique SM0065's PF8 branch uses, held
      *    to the one incident's actions.
       225-NEXT-PAGE.
           MOVE CA-LAST-KEY TO WS-RIDFLD
           IF CA-LAST-KEY NOT = SPACES
               EXEC CICS STARTBR FILE('mjai0001')
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-MJAI-KEY-LEN)
                    GTEQ
               END-EXEC
               EXEC CICS READNEXT FILE('mjai0001')
                    INTO (WS-LIST-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-MJAI-KEY-LEN)
               END-EXEC
               EXEC CICS READNEXT FILE('mjai0001')
                    INTO (WS-LIST-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-MJAI-KEY-LEN)
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND LST-INCIDENT-ID = CA-INCIDENT-ID
                   MOVE WS-RIDFLD TO CA-TOP-KEY
               END-IF
               EXEC CICS ENDBR
                   FILE ('mjai0001')
               END-EXEC
           END-IF
           PERFORM 240-CLEAR-PAGE
           PERFORM 200-LIST-PAGE.
       225-EXIT.
           EXIT.

      *    Walk backwards from the first line shown - same READPREV
      *    paging SM0065's 220-PREV-PAGE uses, stopping at the
      *    incident's first action.
       220-PREV-PAGE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-FILLED
           MOVE CA-FIRST-KEY TO WS-RIDFLD
           IF CA-FIRST-KEY = SPACES
               MOVE 'Y' TO WS-EOF
           ELSE
               EXEC CICS STARTBR FILE('mjai0001')
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-MJAI-KEY-LEN)
                    GTEQ
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-IF
           IF WS-EOF = 'N'
               EXEC CICS READPREV FILE('mjai0001')
                    INTO (WS-LIST-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-MJAI-KEY-LEN)
               END-EXEC
               PERFORM UNTIL WS-FILLED = WS-LOOP OR WS-EOF = 'Y'
                   EXEC CICS READPREV FILE('mjai0001')
                        INTO (WS-LIST-REC)
                        RIDFLD (WS-RIDFLD)
                        KEYLENGTH (WS-MJAI-KEY-LEN)
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       OR LST-INCIDENT-ID NOT = CA-INCIDENT-ID
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       ADD 1 TO WS-FILLED
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE ('mjai0001')
               END-EXEC
           END-IF
           IF WS-EOF = 'Y'
               MOVE LOW-VALUES TO WS-RIDFLD
               MOVE CA-INCIDENT-ID TO WS-RID-INCIDENT-ID
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
           MOVE CA-INCIDENT-ID TO IIDO
           PERFORM 202-SHOW-INCIDENT
           MOVE CA-TOP-KEY TO WS-RIDFLD
           EXEC CICS STARTBR FILE('mjai0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-MJAI-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-FILLED = WS-LOOP OR WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('mjai0001')
                    INTO (WS-LIST-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-MJAI-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR LST-INCIDENT-ID NOT = CA-INCIDENT-ID
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
               FILE ('mjai0001')
           END-EXEC
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
               MOVE SPACES TO LSELO(WS-COUNT)
               IF WS-COUNT > WS-FILLED
                   MOVE SPACES TO LSEQO(WS-COUNT)
                   MOVE SPACES TO LOWNO(WS-COUNT)
                   MOVE SPACES TO LDUEO(WS-COUNT)
                   MOVE SPACES TO LSTAO(WS-COUNT)
                   MOVE SPACES TO LDSCO(WS-COUNT)
                   MOVE SPACES TO CA-ROW-KEY(WS-COUNT)
               END-IF
           END-PERFORM
           IF WS-FILLED = ZERO
               MOVE 'SM670024' TO MSGX-ID
               MOVE 'No actions on file - key the detail, PF5 adds one'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               IF WS-EOF = 'Y'
                   MOVE 'SM670025' TO MSGX-ID
                   MOVE 'End of action list' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
           END-IF.
       201-EXIT.
           EXIT.

      *    An action list with no incident behind it would never be
      *    printed by MJIRPT01, so the id has to be a declared one.
       202-SHOW-INCIDENT.
           MOVE CA-INCIDENT-ID TO MJIN-ID
           EXEC CICS READ
               FILE ('mjin0001')
               INTO (WS-MJIN-REC)
               RIDFLD (MJIN-ID)
               KEYLENGTH (WS-MJIN-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-CA
               PERFORM 240-CLEAR-PAGE
               MOVE 'SM670026' TO MSGX-ID
               MOVE 'Incident not on file - SM0041 declares it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF MJIN-OPEN
               MOVE 'OPEN' TO ISTAO
           ELSE
               MOVE 'CLOSED' TO ISTAO
           END-IF
           MOVE MJIN-DESC TO IDSCO.
       202-EXIT.
           EXIT.

       205-BUILD-ROW.
           MOVE LST-SEQ-NUM-X TO LSEQO(WS-FILLED)
           MOVE LST-OWNER TO LOWNO(WS-FILLED)
           MOVE LST-DUE-DATE TO LDUEO(WS-FILLED)
           MOVE LST-STATUS TO LSTAO(WS-FILLED)
           MOVE LST-DESC TO LDSCO(WS-FILLED)
           MOVE LST-KEY TO CA-ROW-KEY(WS-FILLED).
       205-EXIT.
           EXIT.

       230-SEND-PAGE.
           MOVE LENGTH OF SM67MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM67M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM67MO)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM67')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

      *    The map goes out ERASE from the symbolic map each time, so
      *    the detail lines are blanked unless this pass fills them.
       240-CLEAR-PAGE.
           MOVE SPACES TO ISTAO IDSCO DSEQO DOWNO DDUEO DSTAO
                          DDSCO DNOTO
           MOVE CA-INCIDENT-ID TO IIDO.
       240-EXIT.
           EXIT.

      *    A refused entry goes back out as keyed so it can be fixed
      *    rather than retyped.
       245-ECHO-DETAIL.
           MOVE WS-IN-OWNER TO DOWNO
           MOVE WS-IN-DUE-X TO DDUEO
           MOVE WS-IN-DESC TO DDSCO
           MOVE WS-IN-NOTE TO DNOTO.
       245-EXIT.
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
