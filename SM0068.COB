       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0068.
      ******************************************************************
      *DESCRIPTION: Report subscriptions - the reports a user has       *
      *             RPTDST01 deliver to them after each RPTLOD01 load,  *
      *             paged from rsub0001 with method (P print to their   *
      *             usrp0001 terminal, M mail, V view-only notice),     *
      *             mandatory flag, who added it and the run it last    *
      *             went out for. The screen opens on the signed-on     *
      *             user's own list; an ADMIN may key another userid    *
      *             and work on theirs. The detail line carries one     *
      *             subscription: S against a line loads it there;      *
      *             PF5 subscribes to the keyed report id (it must      *
      *             have a run on rptr0001, and the user must be able   *
      *             to read the repository - ADMIN, SERVICE or INQUIRY, *
      *             as SM0037 asks); C against a line changes its       *
      *             method; D against a line unsubscribes. Only an      *
      *             ADMIN may set or clear the mandatory flag, and a    *
      *             mandatory subscription may only be dropped by an    *
      *             ADMIN. Reached under its own SM68 transid, the      *
      *             SM0037 precedent. PF7/PF8 page, PF3 returns to the  *
      *             menu.                                               *
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
       01  WS-RSUB-KEY-LEN               PIC S9(4) COMP VALUE 16.
       01  WS-RPTR-KEY-LEN               PIC S9(4) COMP VALUE 22.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-ADMIN-OK                   PIC X(01) VALUE 'N'.
       01  WS-PICK-CODE                  PIC X(01) VALUE SPACE.
       01  WS-RIDFLD.
           05  WS-RID-USERID             PIC X(08).
           05  WS-RID-RPT-ID             PIC X(08).
       01  WS-RPTR-RID.
           05  WS-RPTR-RID-ID            PIC X(08).
           05  WS-RPTR-RID-REST          PIC X(14).
       01  WS-USERID                     PIC X(08).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-NOW-DATE                   PIC 9(08) VALUE ZERO.
      *    The detail line as keyed, held apart from the map so the
      *    page can be rebuilt (which blanks the map) and the entry
      *    echoed back when it is refused.
       01  WS-IN-RPT-ID                  PIC X(08) VALUE SPACES.
       01  WS-IN-METHOD                  PIC X(01) VALUE SPACE.
       01  WS-IN-MANDATORY               PIC X(01) VALUE SPACE.
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
       01  WS-RSUB-REC.
           COPY RSUB0001.
       01  WS-RPTR-REC.
           COPY RPTR0001.
      *    The page browse reads into its own area so the subscription
      *    being worked on survives the rebuild of the list around it.
       01  WS-LIST-REC.
           COPY RSUB0001 REPLACING LEADING ==RSUB-== BY ==LST-==.
       01  WS-CA.
           COPY SUBCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM68S'  PIC X(7).
       COPY SM68S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(216).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 110-CHECK-ADMIN
           PERFORM 280-STAMP-NOW
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               MOVE WS-USERID TO CA-SUB-USERID
               MOVE LOW-VALUES TO WS-RIDFLD
               MOVE CA-SUB-USERID TO WS-RID-USERID
               MOVE WS-RIDFLD TO CA-TOP-KEY
               PERFORM 240-CLEAR-PAGE
               PERFORM 200-LIST-PAGE
           END-IF
           MOVE DFHCOMMAREA TO WS-CA
           PERFORM 210-CHECK-AID.
       100-EXIT.
           EXIT.

      *    Everyone works on their own list; the uaf00001 ADMIN flag
      *    decides who may work on someone else's and who may set a
      *    subscription mandatory.
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
               PERFORM 225-NEXT-PAGE
           WHEN DFHPF7
               PERFORM 220-PREV-PAGE
           WHEN DFHPF5
               EXEC CICS RECEIVE MAP('SM68M')
                   MAPSET ('SM68S')
                   INTO (SM68MI)
               END-EXEC
               PERFORM 216-GET-DETAIL
               PERFORM 240-CLEAR-PAGE
               PERFORM 400-ADD-SUBSCRIPTION
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM68M')
                   MAPSET ('SM68S')
                   INTO (SM68MI)
               END-EXEC
               PERFORM 215-CHECK-ENTRY
           WHEN OTHER
               MOVE 'SM680001' TO MSGX-ID
               MOVE 'Invalid PFKey - PF5 adds, PF7/PF8 page, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    A new userid starts that user's list from the top - an
      *    ADMIN only; a code on a line acts on that line; a bare
      *    ENTER redraws the page in place.
       215-CHECK-ENTRY.
           IF IUSRL > ZERO AND IUSRI NOT = SPACES
               AND FUNCTION UPPER-CASE(IUSRI) NOT = CA-SUB-USERID
               IF WS-ADMIN-OK NOT = 'Y'
                   PERFORM 240-CLEAR-PAGE
                   PERFORM 201-BUILD-PAGE
                   MOVE 'SM680002' TO MSGX-ID
                   MOVE 'ADMIN authority required for another user'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               MOVE SPACES TO WS-CA
               MOVE FUNCTION UPPER-CASE(IUSRI) TO CA-SUB-USERID
               MOVE LOW-VALUES TO WS-RIDFLD
               MOVE CA-SUB-USERID TO WS-RID-USERID
               MOVE WS-RIDFLD TO CA-TOP-KEY
               PERFORM 240-CLEAR-PAGE
               PERFORM 200-LIST-PAGE
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
               PERFORM 250-SHOW-SUBSCRIPTION
           WHEN 'C'
               PERFORM 300-CHANGE-SUBSCRIPTION
           WHEN 'D'
               PERFORM 310-DROP-SUBSCRIPTION
           WHEN OTHER
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM680003' TO MSGX-ID
               MOVE 'Select S show, C change method, D unsubscribe'
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
           MOVE SPACES TO WS-IN-RPT-ID WS-IN-METHOD WS-IN-MANDATORY
           IF DRPTL > ZERO
               MOVE FUNCTION UPPER-CASE(DRPTI) TO WS-IN-RPT-ID
           END-IF
           IF DMTHL > ZERO
               MOVE FUNCTION UPPER-CASE(DMTHI) TO WS-IN-METHOD
           END-IF
           IF DMNDL > ZERO
               MOVE FUNCTION UPPER-CASE(DMNDI) TO WS-IN-MANDATORY
           END-IF
           IF WS-IN-RPT-ID = LOW-VALUES
               MOVE SPACES TO WS-IN-RPT-ID
           END-IF
           IF WS-IN-METHOD = LOW-VALUES
               MOVE SPACE TO WS-IN-METHOD
           END-IF
           IF WS-IN-MANDATORY = LOW-VALUES
               MOVE SPACE TO WS-IN-MANDATORY
           END-IF.
       216-EXIT.
           EXIT.

       250-SHOW-SUBSCRIPTION.
           PERFORM 201-BUILD-PAGE
           PERFORM 260-READ-PICK
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM680004' TO MSGX-ID
               MOVE 'Subscription is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               PERFORM 255-SHOW-DETAIL
               IF RSUB-LAST-DATE = ZERO
                   MOVE 'SM680019' TO MSGX-ID
                   MOVE 'Added &1 by &2 - not delivered yet'
                       TO MSGX-DEFAULT
                   MOVE RSUB-ADDED-DATE TO MSGX-SUB(1)
                   MOVE RSUB-ADDED-BY TO MSGX-SUB(2)
                   PERFORM 9700-GET-MESSAGE
               ELSE
                   MOVE 'SM680020' TO MSGX-ID
                   MOVE 'Added &1 by &2 - last delivered run &3'
                       TO MSGX-DEFAULT
                   MOVE RSUB-ADDED-DATE TO MSGX-SUB(1)
                   MOVE RSUB-ADDED-BY TO MSGX-SUB(2)
                   MOVE RSUB-LAST-DATE TO MSGX-SUB(3)
                   PERFORM 9700-GET-MESSAGE
               END-IF
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       250-EXIT.
           EXIT.

       255-SHOW-DETAIL.
           MOVE RSUB-RPT-ID TO DRPTO
           MOVE RSUB-METHOD TO DMTHO
           MOVE RSUB-MANDATORY TO DMNDO.
       255-EXIT.
           EXIT.

      *    The 201 browse leaves EIBRESP set, so the pick is read
      *    after the page is built and the caller tests its EIBRESP
      *    before anything else touches the file.
       260-READ-PICK.
           EXEC CICS READ
               FILE ('rsub0001')
               INTO (WS-RSUB-REC)
               RIDFLD (CA-ROW-KEY(WS-PICKED))
               KEYLENGTH (WS-RSUB-KEY-LEN)
               EQUAL
           END-EXEC.
       260-EXIT.
           EXIT.

       265-READ-PICK-UPDATE.
           EXEC CICS READ
               FILE ('rsub0001')
               INTO (WS-RSUB-REC)
               RIDFLD (CA-ROW-KEY(WS-PICKED))
               KEYLENGTH (WS-RSUB-KEY-LEN)
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

      *    C - the keyed method replaces the one on file. The
      *    mandatory flag moves only for an ADMIN; a user may still
      *    change how a mandatory report reaches them.
       300-CHANGE-SUBSCRIPTION.
           IF WS-IN-METHOD = SPACE AND WS-IN-MANDATORY = SPACE
               PERFORM 201-BUILD-PAGE
               MOVE 'SM680005' TO MSGX-ID
               MOVE 'Key the new method (P, M or V) first'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 410-CHECK-METHOD
           PERFORM 420-CHECK-MANDATORY
           PERFORM 265-READ-PICK-UPDATE
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM680004' TO MSGX-ID
               MOVE 'Subscription is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-IN-METHOD NOT = SPACE
               MOVE WS-IN-METHOD TO RSUB-METHOD
           END-IF
           IF WS-IN-MANDATORY NOT = SPACE
               IF WS-IN-MANDATORY = 'Y'
                   MOVE 'Y' TO RSUB-MANDATORY
               ELSE
                   MOVE 'N' TO RSUB-MANDATORY
               END-IF
           END-IF
           EXEC CICS REWRITE
               FILE ('rsub0001')
               FROM (WS-RSUB-REC)
           END-EXEC
           PERFORM 350-AFTER-UPDATE
           PERFORM 255-SHOW-DETAIL
           MOVE 'SM680006' TO MSGX-ID
           MOVE 'Subscription changed' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.

      *    D - unsubscribe. A mandatory subscription stays until an
      *    ADMIN removes it; the delivery log on rdlg0001 is kept.
       310-DROP-SUBSCRIPTION.
           PERFORM 265-READ-PICK-UPDATE
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM680004' TO MSGX-ID
               MOVE 'Subscription is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF RSUB-IS-MANDATORY AND WS-ADMIN-OK NOT = 'Y'
               EXEC CICS UNLOCK
                   FILE ('rsub0001')
               END-EXEC
               PERFORM 201-BUILD-PAGE
               PERFORM 255-SHOW-DETAIL
               MOVE 'SM680007' TO MSGX-ID
               MOVE 'Mandatory subscription - only an ADMIN may drop it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EXEC CICS DELETE
               FILE ('rsub0001')
           END-EXEC
           PERFORM 350-AFTER-UPDATE
           MOVE 'SM680021' TO MSGX-ID
           MOVE 'Unsubscribed from &1' TO MSGX-DEFAULT
           MOVE RSUB-RPT-ID TO MSGX-SUB(1)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       310-EXIT.
           EXIT.

      *    The REWRITE's response is kept aside before the page browse
      *    resets EIBRESP; a failure still rebuilds the page so the
      *    user sees the list as it stands on file.
       350-AFTER-UPDATE.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM680008' TO MSGX-ID
               MOVE 'Update failed - subscription has not been changed'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 201-BUILD-PAGE.
       350-EXIT.
           EXIT.

      *    PF5 - subscribe the listed user to the keyed report. P is
      *    the method when none is keyed, the way operations used to
      *    walk the copies round.
       400-ADD-SUBSCRIPTION.
           IF WS-IN-RPT-ID = SPACES
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM680009' TO MSGX-ID
               MOVE 'Key the report id to subscribe to' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-IN-METHOD = SPACE
               MOVE 'P' TO WS-IN-METHOD
           END-IF
           PERFORM 410-CHECK-METHOD
           PERFORM 420-CHECK-MANDATORY
           PERFORM 430-CHECK-REPORT
           PERFORM 440-CHECK-READER
           MOVE SPACES TO WS-RSUB-REC
           MOVE CA-SUB-USERID TO RSUB-USERID
           MOVE WS-IN-RPT-ID TO RSUB-RPT-ID
           MOVE WS-IN-METHOD TO RSUB-METHOD
           IF WS-IN-MANDATORY = 'Y'
               MOVE 'Y' TO RSUB-MANDATORY
           ELSE
               MOVE 'N' TO RSUB-MANDATORY
           END-IF
           MOVE WS-USERID TO RSUB-ADDED-BY
           MOVE WS-NOW-DATE TO RSUB-ADDED-DATE
           MOVE ZERO TO RSUB-LAST-DATE
           EXEC CICS WRITE
               FILE ('rsub0001')
               FROM (WS-RSUB-REC)
               RIDFLD (RSUB-KEY)
               KEYLENGTH (WS-RSUB-KEY-LEN)
           END-EXEC
           IF EIBRESP = DFHRESP(DUPREC)
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM680010' TO MSGX-ID
               MOVE 'Already subscribed - C against the line changes it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 350-AFTER-UPDATE
           PERFORM 255-SHOW-DETAIL
           MOVE 'SM680022' TO MSGX-ID
           MOVE 'Subscribed &1 to &2' TO MSGX-DEFAULT
           MOVE RSUB-USERID TO MSGX-SUB(1)
           MOVE RSUB-RPT-ID TO MSGX-SUB(2)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       400-EXIT.
           EXIT.

       410-CHECK-METHOD.
           IF WS-IN-METHOD NOT = SPACE
               AND WS-IN-METHOD NOT = 'P' AND WS-IN-METHOD NOT = 'M'
               AND WS-IN-METHOD NOT = 'V'
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM680011' TO MSGX-ID
               MOVE 'Method is P print, M mail or V view-only notice'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       410-EXIT.
           EXIT.

       420-CHECK-MANDATORY.
           IF WS-IN-MANDATORY NOT = SPACE
               AND WS-IN-MANDATORY NOT = 'Y'
               AND WS-IN-MANDATORY NOT = 'N'
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM680012' TO MSGX-ID
               MOVE 'Mandatory is Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-IN-MANDATORY NOT = SPACE
               AND WS-ADMIN-OK NOT = 'Y'
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM680013' TO MSGX-ID
               MOVE 'ADMIN authority required to set mandatory'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       420-EXIT.
           EXIT.

      *    A report is only known by its runs - one on rptr0001 under
      *    the id, any date, is enough to stop a typo subscribing to
      *    nothing.
       430-CHECK-REPORT.
           MOVE LOW-VALUES TO WS-RPTR-RID
           MOVE WS-IN-RPT-ID TO WS-RPTR-RID-ID
           EXEC CICS STARTBR FILE('rptr0001')
                RIDFLD (WS-RPTR-RID)
                KEYLENGTH (WS-RPTR-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('rptr0001')
                    INTO (WS-RPTR-REC)
                    RIDFLD (WS-RPTR-RID)
                    KEYLENGTH (WS-RPTR-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO RPTR-ID
               END-IF
               EXEC CICS ENDBR
                   FILE ('rptr0001')
               END-EXEC
           ELSE
               MOVE SPACES TO RPTR-ID
           END-IF
           IF RPTR-ID NOT = WS-IN-RPT-ID
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM680014' TO MSGX-ID
               MOVE 'No runs of that report in the repository'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       430-EXIT.
           EXIT.

      *    The subscriber has to be allowed to read the repository -
      *    the same ADMIN, SERVICE or INQUIRY test SM0037 applies -
      *    or RPTDST01 would refuse every delivery.
       440-CHECK-READER.
           MOVE SPACES TO WS-UAF-USERID
           MOVE CA-SUB-USERID TO WS-UAF-USERID
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
               MOVE 'SM680015' TO MSGX-ID
               MOVE 'User is not a userid on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-UAF-ADMIN NOT = 'Y' AND WS-UAF-SERVICE NOT = 'Y'
               AND WS-UAF-INQUIRY NOT = 'Y'
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM680016' TO MSGX-ID
               MOVE 'User needs ADMIN, SERVICE or INQUIRY access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       440-EXIT.
           EXIT.

      *    Reposition one record past the last line shown - same
      *    double-READNEXT technique SM0067's PF8 branch uses, held
      *    to the one user's subscriptions.
       225-NEXT-PAGE.
           MOVE CA-LAST-KEY TO WS-RIDFLD
           IF CA-LAST-KEY NOT = SPACES
               EXEC CICS STARTBR FILE('rsub0001')
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-RSUB-KEY-LEN)
                    GTEQ
               END-EXEC
               EXEC CICS READNEXT FILE('rsub0001')
                    INTO (WS-LIST-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-RSUB-KEY-LEN)
               END-EXEC
               EXEC CICS READNEXT FILE('rsub0001')
                    INTO (WS-LIST-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-RSUB-KEY-LEN)
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND LST-USERID = CA-SUB-USERID
                   MOVE WS-RIDFLD TO CA-TOP-KEY
               END-IF
               EXEC CICS ENDBR
                   FILE ('rsub0001')
               END-EXEC
           END-IF
           PERFORM 240-CLEAR-PAGE
           PERFORM 200-LIST-PAGE.
       225-EXIT.
           EXIT.

      *    Walk backwards from the first line shown - same READPREV
      *    paging SM0067's 220-PREV-PAGE uses, stopping at the
      *    user's first subscription.
       220-PREV-PAGE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-FILLED
           MOVE CA-FIRST-KEY TO WS-RIDFLD
           IF CA-FIRST-KEY = SPACES
               MOVE 'Y' TO WS-EOF
           ELSE
               EXEC CICS STARTBR FILE('rsub0001')
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-RSUB-KEY-LEN)
                    GTEQ
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-IF
           IF WS-EOF = 'N'
               EXEC CICS READPREV FILE('rsub0001')
                    INTO (WS-LIST-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-RSUB-KEY-LEN)
               END-EXEC
               PERFORM UNTIL WS-FILLED = WS-LOOP OR WS-EOF = 'Y'
                   EXEC CICS READPREV FILE('rsub0001')
                        INTO (WS-LIST-REC)
                        RIDFLD (WS-RIDFLD)
                        KEYLENGTH (WS-RSUB-KEY-LEN)
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       OR LST-USERID NOT = CA-SUB-USERID
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       ADD 1 TO WS-FILLED
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE ('rsub0001')
               END-EXEC
           END-IF
           IF WS-EOF = 'Y'
               MOVE LOW-VALUES TO WS-RIDFLD
               MOVE CA-SUB-USERID TO WS-RID-USERID
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
           MOVE CA-SUB-USERID TO IUSRO
           MOVE CA-TOP-KEY TO WS-RIDFLD
           EXEC CICS STARTBR FILE('rsub0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-RSUB-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-FILLED = WS-LOOP OR WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('rsub0001')
                    INTO (WS-LIST-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-RSUB-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR LST-USERID NOT = CA-SUB-USERID
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
               FILE ('rsub0001')
           END-EXEC
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
               MOVE SPACES TO LSELO(WS-COUNT)
               IF WS-COUNT > WS-FILLED
                   MOVE SPACES TO LRPTO(WS-COUNT)
                   MOVE SPACES TO LMTHO(WS-COUNT)
                   MOVE SPACES TO LMNDO(WS-COUNT)
                   MOVE SPACES TO LADBO(WS-COUNT)
                   MOVE SPACES TO LLSTO(WS-COUNT)
                   MOVE SPACES TO CA-ROW-KEY(WS-COUNT)
               END-IF
           END-PERFORM
           IF WS-FILLED = ZERO
               MOVE 'SM680017' TO MSGX-ID
               MOVE 'No subscriptions - key a report id, PF5 adds one'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               IF WS-EOF = 'Y'
                   MOVE 'SM680018' TO MSGX-ID
                   MOVE 'End of subscription list' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
           END-IF.
       201-EXIT.
           EXIT.

       205-BUILD-ROW.
           MOVE LST-RPT-ID TO LRPTO(WS-FILLED)
           MOVE LST-METHOD TO LMTHO(WS-FILLED)
           MOVE LST-MANDATORY TO LMNDO(WS-FILLED)
           MOVE LST-ADDED-BY TO LADBO(WS-FILLED)
           IF LST-LAST-DATE = ZERO
               MOVE SPACES TO LLSTO(WS-FILLED)
           ELSE
               MOVE LST-LAST-DATE TO LLSTO(WS-FILLED)
           END-IF
           MOVE LST-KEY TO CA-ROW-KEY(WS-FILLED).
       205-EXIT.
           EXIT.

       230-SEND-PAGE.
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M68DATEO)
           END-EXEC
           MOVE LENGTH OF SM68MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM68M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM68MO)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM68')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

      *    The map goes out ERASE from the symbolic map each time, so
      *    the detail line is blanked unless this pass fills it.
       240-CLEAR-PAGE.
           MOVE SPACES TO DRPTO DMTHO DMNDO
           MOVE CA-SUB-USERID TO IUSRO.
       240-EXIT.
           EXIT.

      *    A refused entry goes back out as keyed so it can be fixed
      *    rather than retyped.
       245-ECHO-DETAIL.
           MOVE WS-IN-RPT-ID TO DRPTO
           MOVE WS-IN-METHOD TO DMTHO
           MOVE WS-IN-MANDATORY TO DMNDO.
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
