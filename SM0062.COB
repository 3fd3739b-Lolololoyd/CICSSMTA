       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0062.
      ******************************************************************
      *DESCRIPTION: uafs0001 scheduled entitlement change staging and  *
      *             approval - ADD/CHANGE/DELETE/FIND plus APPROVE and *
      *             REJECT, modeled on SM0061's grant maintenance. A   *
      *             change is keyed on the userid (which must be on    *
      *             uaf00001 and not terminated) and a future          *
      *             effective date, and carries the new REQUESTOR/     *
      *             ADMIN/APPROVER/SERVICE/INQUIRY flags (Y, N, or     *
      *             blank to leave a flag alone) with a reason. The    *
      *             staging ADMIN is the maker; a different ADMIN must *
      *             approve (PF7) or reject (PF8) it while it is       *
      *             pending, so the maker/checker decision is made at  *
      *             staging rather than on the day. A CHANGE puts the  *
      *             entry back to pending under the changer as maker.  *
      *             UAFSCH01 applies approved changes when they fall   *
      *             due. Staging, approval and rejection go to the     *
      *             SECL log. ADMIN only - reached under its own SM62  *
      *             transid, the SM0028 precedent.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM62S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-UAFS-KEY-LEN               PIC S9(4) COMP VALUE 16.
       01  WS-EFF-X                      PIC X(08) VALUE SPACES.
       01  WS-EFF-N REDEFINES WS-EFF-X   PIC 9(08).
       01  WS-EFF-OK                     PIC X(01) VALUE 'N'.
       01  WS-USER-OK                    PIC X(01) VALUE 'N'.
       01  WS-USER-TERMED                PIC X(01) VALUE 'N'.
       01  WS-FLAGS-OK                   PIC X(01) VALUE 'N'.
       01  WS-FLAG-SUB                   PIC S9(4) COMP VALUE ZERO.
       01  WS-FLAG-COUNT                 PIC S9(4) COMP VALUE ZERO.
       01  WS-DECIDED                    PIC X(01) VALUE 'N'.
      *    uaf00001 record shape inline-duplicated from SM000's own -
      *    for the ADMIN gate and the user's flags as they stand now.
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
       01  WS-UAFS-REC.
           COPY UAFS0001.
       01  WS-SEC-LOG-LEN                PIC S9(4) COMP VALUE 64.
       01  WS-SEC-LOG-REC.
           COPY SECLOG.
       COPY SM62S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY UFSCOMM.
       PROCEDURE DIVISION.
       000-PROCESS.
           MOVE SPACE TO MSGO
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 110-CHECK-ADMIN
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY)
           END-EXEC
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
      *    The SM62 transid can be keyed raw, so the role is checked
      *    here - the SM0061 110-CHECK-ADMIN precedent.
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
           WHEN 'APPROV'
               EXEC CICS HANDLE AID
                   ENTER (2040-FILE-APPROVE)
                   CLEAR (1024-CANCEL)
                   PF24 (1024-CANCEL)
               END-EXEC
           WHEN 'REJECT'
               EXEC CICS HANDLE AID
                   ENTER (2050-FILE-REJECT)
                   CLEAR (1024-CANCEL)
                   PF24 (1024-CANCEL)
               END-EXEC
           WHEN OTHER
               EXEC CICS HANDLE AID
                   ANYKEY (9000-INVALID-ACTION)
                   CLEAR (9030-NEW-MAP)
                   PF1 (1001-FIND)
                   PF4 (1004-CHANGE)
                   PF5 (1005-ADD)
                   PF6 (1006-DELETE)
                   PF7 (1007-APPROVE)
                   PF8 (1008-REJECT)
                   PF10 (1010-RETURN-TO-MENU)
               END-EXEC
           END-EVALUATE
           EXEC CICS RECEIVE
               MAP ('SM62M')
               MAPSET ('SM62S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO EUSRA EEFFA
           MOVE SPACES TO EUSRO EEFFO
           MOVE 'SM620001' TO MSGX-ID
           MOVE 'Enter userid and effective date, then ENTER'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO EUSRL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO EREQL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO EUSRA EEFFA
           MOVE SPACES TO EUSRO ECURO EEFFO EREQO EADMO EAPRO ESVCO
                          EINQO ERSNO ESTAO EMKRO EMDTO ECHKO ECDTO
                          ERESO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO EUSRL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1006-DELETE.
           MOVE 'DELETE' TO LS-ACTION
           MOVE 'SMG00008' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       1007-APPROVE.
           MOVE 'APPROV' TO LS-ACTION
           MOVE 'SM620002' TO MSGX-ID
           MOVE 'Press ENTER key to approve - PF24 to cancel'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       1008-REJECT.
           MOVE 'REJECT' TO LS-ACTION
           MOVE 'SM620003' TO MSGX-ID
           MOVE 'Press ENTER key to reject - PF24 to cancel'
               TO MSGX-DEFAULT
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
               FILE ('uafs0001')
               INTO (WS-UAFS-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UAFS-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-UAFS-REC
           MOVE ZERO TO UAFS-EFF-DATE UAFS-MADE-DATE UAFS-CHECKED-DATE
                        UAFS-APPLIED-DATE
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE UAFS-KEY TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('uafs0001')
                   FROM (WS-UAFS-REC)
                   RIDFLD (UAFS-KEY)
                   KEYLENGTH (WS-UAFS-KEY-LEN)
               END-EXEC
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'SCHED ' UAFS-USERID ' ' UAFS-EFF-DATE
                      ' STAGED' DELIMITED BY SIZE
                   INTO SEC-LOG-REASON
               PERFORM 2090-LOG-EVENT
               MOVE 'SM620004' TO MSGX-ID
               MOVE 'Change staged - another ADMIN must approve it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    Only a pending change can be altered, and altering it makes
      *    the changer the maker - an approval given to what was there
      *    before cannot carry over to something different.
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('uafs0001')
               INTO (WS-UAFS-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UAFS-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           IF NOT UAFS-PENDING
               EXEC CICS UNLOCK
                   FILE ('uafs0001')
               END-EXEC
               MOVE SPACE TO LS-ACTION
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
               MOVE 'SM620005' TO MSGX-ID
               MOVE 'Only a pending change can be changed'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('uafs0001')
                   FROM (WS-UAFS-REC)
               END-EXEC
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'SCHED ' UAFS-USERID ' ' UAFS-EFF-DATE
                      ' RESTAGED' DELIMITED BY SIZE
                   INTO SEC-LOG-REASON
               PERFORM 2090-LOG-EVENT
               MOVE 'SM620006' TO MSGX-ID
               MOVE 'Change restaged - another ADMIN must approve it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2016-CHECK-USER THRU 2016-EXIT
           PERFORM 2017-CHECK-FLAGS THRU 2017-EXIT
           EVALUATE TRUE
           WHEN UAFS-USERID = LOW-VALUES OR UAFS-USERID = SPACES
               MOVE 'SM620007' TO MSGX-ID
               MOVE 'Userid cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO EUSRL
           WHEN WS-USER-OK NOT = 'Y'
               MOVE 'SM620008' TO MSGX-ID
               MOVE 'Userid is not on the user access file'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO EUSRL
           WHEN WS-USER-TERMED = 'Y'
               MOVE 'SM620009' TO MSGX-ID
               MOVE 'Userid has been terminated - nothing to schedule'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO EUSRL
           WHEN WS-EFF-OK NOT = 'Y'
               MOVE 'SM620010' TO MSGX-ID
               MOVE 'Effective date must be a valid YYYYMMDD date'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO EEFFL
           WHEN UAFS-EFF-DATE NOT > WS-TODAY
               MOVE 'SM620011' TO MSGX-ID
               MOVE 'Effective date must be after today - use SM0007'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO EEFFL
           WHEN WS-FLAGS-OK NOT = 'Y'
               MOVE 'SM620012' TO MSGX-ID
               MOVE 'Flags must be Y, N or blank - at least one keyed'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO EREQL
           WHEN UAFS-REASON = LOW-VALUES OR UAFS-REASON = SPACES
               MOVE 'SM620013' TO MSGX-ID
               MOVE 'Reason cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO ERSNL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               SET UAFS-PENDING TO TRUE
               MOVE WS-USERID TO UAFS-MAKER
               MOVE WS-TODAY TO UAFS-MADE-DATE
               MOVE SPACES TO UAFS-CHECKER UAFS-RESULT
               MOVE ZERO TO UAFS-CHECKED-DATE UAFS-APPLIED-DATE
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE UAFS-KEY TO LS-RIDFLD.
      *
      *    The user must hold a uaf00001 record and not already be
      *    terminated - the flags as they stand are shown beside it.
       2016-CHECK-USER.
           MOVE 'N' TO WS-USER-OK WS-USER-TERMED
           MOVE SPACES TO ECURO
           IF UAFS-USERID = SPACES OR UAFS-USERID = LOW-VALUES
               GO TO 2016-EXIT
           END-IF
           MOVE SPACES TO WS-UAF-USERID
           MOVE UAFS-USERID TO WS-UAF-USERID
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
               MOVE WS-UAF-TYPE TO ECURO
               IF WS-UAF-TERM-DATE NUMERIC
                   AND WS-UAF-TERM-DATE > ZERO
                   AND WS-UAF-TERM-DATE NOT > WS-TODAY
                   MOVE 'Y' TO WS-USER-TERMED
               END-IF
           END-IF.
       2016-EXIT.
           EXIT.
      *
      *    Effective date must be a real calendar date; each flag Y, N
      *    or blank, and at least one of the five actually keyed.
       2017-CHECK-FLAGS.
           MOVE 'N' TO WS-EFF-OK WS-FLAGS-OK
           IF WS-EFF-X NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-N) = ZERO
               MOVE 'Y' TO WS-EFF-OK
               MOVE WS-EFF-N TO UAFS-EFF-DATE
           END-IF
           MOVE ZERO TO WS-FLAG-COUNT
           MOVE 1 TO WS-FLAG-SUB
           PERFORM UNTIL WS-FLAG-SUB > 5
               EVALUATE UAFS-NEW-FLAG(WS-FLAG-SUB)
               WHEN 'Y'
               WHEN 'N'
                   ADD 1 TO WS-FLAG-COUNT
               WHEN SPACE
               WHEN LOW-VALUE
                   MOVE SPACE TO UAFS-NEW-FLAG(WS-FLAG-SUB)
               WHEN OTHER
                   GO TO 2017-EXIT
               END-EVALUATE
               ADD 1 TO WS-FLAG-SUB
           END-PERFORM
           IF WS-FLAG-COUNT > ZERO
               MOVE 'Y' TO WS-FLAGS-OK
           END-IF.
       2017-EXIT.
           EXIT.
      *
      *    Withdrawing a change is allowed until it has been applied
      *    or refused on the day - those stay as the record of what
      *    UAFSCH01 did.
       2020-FILE-DELETE.
           EXEC CICS READ
               FILE ('uafs0001')
               INTO (WS-UAFS-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UAFS-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           IF UAFS-APPLIED OR UAFS-NOT-APPLIED
               PERFORM 9130-MOVE-FILE-TO-SCREEN
               MOVE 'SM620014' TO MSGX-ID
               MOVE 'Change has already been processed - not deleted'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           EXEC CICS DELETE
               FILE ('uafs0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UAFS-KEY-LEN)
           END-EXEC
           MOVE SPACES TO SEC-LOG-REASON
           STRING 'SCHED ' UAFS-USERID ' ' UAFS-EFF-DATE
                  ' WITHDRAWN' DELIMITED BY SIZE
               INTO SEC-LOG-REASON
           PERFORM 2090-LOG-EVENT
           MOVE 'SM620015' TO MSGX-ID
           MOVE 'Change has been deleted' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACES TO WS-UAFS-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(EUSRI) TO LS-RIDFLD(1:8)
           MOVE EEFFI TO LS-RIDFLD(9:8)
           EXEC CICS READ
               FILE ('uafs0001')
               INTO (WS-UAFS-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UAFS-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SM620016' TO MSGX-ID
           MOVE 'Change has been found' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    The checker must be a different ADMIN from the maker, and
      *    nobody approves a change to their own entitlement.
       2040-FILE-APPROVE.
           EXEC CICS READ
               FILE ('uafs0001')
               INTO (WS-UAFS-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UAFS-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           MOVE SPACE TO LS-ACTION
           MOVE 'N' TO WS-DECIDED
           EVALUATE TRUE
           WHEN NOT UAFS-PENDING
               MOVE 'SM620017' TO MSGX-ID
               MOVE 'Only a pending change can be approved'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           WHEN UAFS-MAKER = WS-USERID
               MOVE 'SM620018' TO MSGX-ID
               MOVE 'Another ADMIN must approve a change you staged'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           WHEN UAFS-USERID = WS-USERID
               MOVE 'SM620019' TO MSGX-ID
               MOVE 'You cannot approve a change to your own access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           WHEN OTHER
               SET UAFS-APPROVED TO TRUE
               MOVE WS-USERID TO UAFS-CHECKER
               MOVE WS-TODAY TO UAFS-CHECKED-DATE
               MOVE 'Y' TO WS-DECIDED
               EXEC CICS REWRITE
                   FILE ('uafs0001')
                   FROM (WS-UAFS-REC)
               END-EXEC
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'SCHED ' UAFS-USERID ' ' UAFS-EFF-DATE
                      ' APPROVED' DELIMITED BY SIZE
                   INTO SEC-LOG-REASON
               PERFORM 2090-LOG-EVENT
               MOVE 'SM620020' TO MSGX-ID
               MOVE 'Change approved - applied on the effective date'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-EVALUATE
           IF WS-DECIDED = 'N'
               EXEC CICS UNLOCK
                   FILE ('uafs0001')
               END-EXEC
           END-IF
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    A maker withdraws their own change with DELETE; rejection
      *    is the checker's answer and is kept on file.
       2050-FILE-REJECT.
           EXEC CICS READ
               FILE ('uafs0001')
               INTO (WS-UAFS-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-UAFS-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           MOVE SPACE TO LS-ACTION
           MOVE 'N' TO WS-DECIDED
           EVALUATE TRUE
           WHEN NOT UAFS-PENDING
               MOVE 'SM620021' TO MSGX-ID
               MOVE 'Only a pending change can be rejected'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           WHEN UAFS-MAKER = WS-USERID
               MOVE 'SM620022' TO MSGX-ID
               MOVE 'You staged this change - use PF6 to withdraw it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           WHEN OTHER
               SET UAFS-REJECTED TO TRUE
               MOVE WS-USERID TO UAFS-CHECKER
               MOVE WS-TODAY TO UAFS-CHECKED-DATE
               MOVE 'Y' TO WS-DECIDED
               EXEC CICS REWRITE
                   FILE ('uafs0001')
                   FROM (WS-UAFS-REC)
               END-EXEC
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'SCHED ' UAFS-USERID ' ' UAFS-EFF-DATE
                      ' REJECTED' DELIMITED BY SIZE
                   INTO SEC-LOG-REASON
               PERFORM 2090-LOG-EVENT
               MOVE 'SM620023' TO MSGX-ID
               MOVE 'Change has been rejected' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-EVALUATE
           IF WS-DECIDED = 'N'
               EXEC CICS UNLOCK
                   FILE ('uafs0001')
               END-EXEC
           END-IF
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2090-LOG-EVENT.
           MOVE EIBDATE TO SEC-LOG-DATE
           MOVE EIBTIME TO SEC-LOG-TIME
           MOVE EIBTRMID TO SEC-LOG-TERMID
           MOVE WS-USERID TO SEC-LOG-USERID
           MOVE EIBTRNID TO SEC-LOG-TRANID
           EXEC CICS WRITEQ TD
               QUEUE ('SECL')
               FROM (WS-SEC-LOG-REC)
               LENGTH (WS-SEC-LOG-LEN)
           END-EXEC.
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
           MOVE SPACES TO WS-UAFS-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO EUSRL
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
           MOVE SPACES TO WS-UAFS-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       9070-SEND-MAP.
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M62DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM62M')
                MAPSET ('SM62S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO EREQA
                            EADMA
                            EAPRA
                            ESVCA
                            EINQA
                            ERSNA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO EUSRA
                            EEFFA
                            EREQA
                            EADMA
                            EAPRA
                            ESVCA
                            EINQA
                            ERSNA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM62M')
                MAPSET ('SM62S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE UAFS-USERID TO EUSRO
           MOVE SPACES TO ECURO
           IF UAFS-USERID NOT = SPACES
               PERFORM 2016-CHECK-USER THRU 2016-EXIT
           END-IF
           IF UAFS-EFF-DATE NUMERIC
               AND UAFS-EFF-DATE > ZERO
               MOVE UAFS-EFF-DATE TO EEFFO
           ELSE
               MOVE SPACES TO EEFFO
           END-IF
           MOVE UAFS-NEW-REQUESTOR TO EREQO
           MOVE UAFS-NEW-ADMIN TO EADMO
           MOVE UAFS-NEW-APPROVER TO EAPRO
           MOVE UAFS-NEW-SERVICE TO ESVCO
           MOVE UAFS-NEW-INQUIRY TO EINQO
           MOVE UAFS-REASON TO ERSNO
           MOVE UAFS-STATUS TO ESTAO
           MOVE UAFS-MAKER TO EMKRO
           MOVE UAFS-CHECKER TO ECHKO
           IF UAFS-MADE-DATE NUMERIC
               AND UAFS-MADE-DATE > ZERO
               MOVE UAFS-MADE-DATE TO EMDTO
           ELSE
               MOVE SPACES TO EMDTO
           END-IF
           IF UAFS-CHECKED-DATE NUMERIC
               AND UAFS-CHECKED-DATE > ZERO
               MOVE UAFS-CHECKED-DATE TO ECDTO
           ELSE
               MOVE SPACES TO ECDTO
           END-IF
           MOVE UAFS-RESULT TO ERESO.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF EUSRL > ZERO
               MOVE FUNCTION UPPER-CASE(EUSRI) TO UAFS-USERID
           END-IF
           MOVE SPACES TO WS-EFF-X
           IF UAFS-EFF-DATE NUMERIC
               AND UAFS-EFF-DATE > ZERO
               MOVE UAFS-EFF-DATE TO WS-EFF-N
           END-IF
           IF EEFFL > ZERO
               MOVE EEFFI TO WS-EFF-X
           END-IF
           IF EREQL > ZERO
               MOVE FUNCTION UPPER-CASE(EREQI) TO UAFS-NEW-REQUESTOR
           END-IF
           IF EADML > ZERO
               MOVE FUNCTION UPPER-CASE(EADMI) TO UAFS-NEW-ADMIN
           END-IF
           IF EAPRL > ZERO
               MOVE FUNCTION UPPER-CASE(EAPRI) TO UAFS-NEW-APPROVER
           END-IF
           IF ESVCL > ZERO
               MOVE FUNCTION UPPER-CASE(ESVCI) TO UAFS-NEW-SERVICE
           END-IF
           IF EINQL > ZERO
               MOVE FUNCTION UPPER-CASE(EINQI) TO UAFS-NEW-INQUIRY
           END-IF
           IF ERSNL > ZERO
               MOVE ERSNI TO UAFS-REASON
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM62')
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
                   TRANSID ('SM62')
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
