       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0064.
      ******************************************************************
      *DESCRIPTION: svcv0001 service-catalog version staging and       *
      *             review - ADD/CHANGE/DELETE/FIND plus PF7/PF8 to    *
      *             step back and forward through a service code's     *
      *             versions, modeled on SM0062's scheduled change     *
      *             staging. A version is keyed on a svcc0001 service  *
      *             code and a future effective date and carries the   *
      *             versioned terms - response and resolution days,    *
      *             approvals needed, routing contact, resolver team   *
      *             and the per-priority hour targets - shown column   *
      *             by column beside the entry as it stands today. A   *
      *             new version starts from the version that will be   *
      *             in force the day before it (the live entry, or an  *
      *             earlier pending version), and a term left blank    *
      *             keeps that value. Only a pending version can be    *
      *             changed or withdrawn; applied versions are the     *
      *             code's history. SVCSCH01 promotes pending versions *
      *             into svcc0001 when they fall due. ADMIN only -     *
      *             reached under its own SM64 transid, the SM0028     *
      *             precedent.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM64S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-TEAM-KEY-LEN               PIC S9(4) COMP VALUE 6.
       01  WS-SVCV-KEY-LEN               PIC S9(4) COMP VALUE 22.
       01  WS-EFF-X                      PIC X(08) VALUE SPACES.
       01  WS-EFF-N REDEFINES WS-EFF-X   PIC 9(08).
       01  WS-EFF-OK                     PIC X(01) VALUE 'N'.
       01  WS-SVC-OK                     PIC X(01) VALUE 'N'.
       01  WS-TEAM-OK                    PIC X(01) VALUE 'Y'.
       01  WS-HOURS-BAD                  PIC 9(01) VALUE ZERO.
       01  WS-HR-SUB                     PIC S9(4) COMP VALUE ZERO.
       01  WS-BR-EOF                     PIC X(01) VALUE 'N'.
       01  WS-BR-KEY                     PIC X(22) VALUE SPACES.
       01  WS-NEW-KEY                    PIC X(22) VALUE SPACES.
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
      *    The live svcc0001 entry, and the version's entry image in
      *    the same layout under STG- names.
       01  WS-SVC-CAT-REC.
           COPY SVCCAT01.
       01  WS-STG-CAT-REC.
           COPY SVCCAT01 REPLACING LEADING ==SVC-== BY ==STG-==.
      *    The version in force the day before this one - the terms a
      *    new version builds on and has to differ from.
       01  WS-BAS-CAT-REC.
           COPY SVCCAT01 REPLACING LEADING ==SVC-== BY ==BAS-==.
       01  WS-SVCV-REC.
           COPY SVCV0001.
       01  WS-BR-REC.
           COPY SVCV0001 REPLACING LEADING ==SVCV-== BY ==BRV-==.
       01  WS-TEAM-REC.
           COPY TEAM0001.
       COPY SM64S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY SVVCOMM.
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
      *    The SM64 transid can be keyed raw, so the role is checked
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
           WHEN OTHER
               EXEC CICS HANDLE AID
                   ANYKEY (9000-INVALID-ACTION)
                   CLEAR (9030-NEW-MAP)
                   PF1 (1001-FIND)
                   PF4 (1004-CHANGE)
                   PF5 (1005-ADD)
                   PF6 (1006-DELETE)
                   PF7 (2040-PREV-VERSION)
                   PF8 (2050-NEXT-VERSION)
                   PF10 (1010-RETURN-TO-MENU)
               END-EXEC
           END-EVALUATE
           EXEC CICS RECEIVE
               MAP ('SM64M')
               MAPSET ('SM64S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO VCODA VEFFA
           MOVE SPACES TO VCODO VEFFO
           MOVE 'SM640001' TO MSGX-ID
           MOVE 'Enter service code and date (blank = first version)'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO VCODL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO VRSPL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO VCODA VEFFA
           MOVE SPACES TO WS-SVCV-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           MOVE 'SM640002' TO MSGX-ID
           MOVE 'Enter code, date and new terms - blank keeps a term'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO VCODL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1006-DELETE.
           MOVE 'DELETE' TO LS-ACTION
           MOVE 'SM640003' TO MSGX-ID
           MOVE 'Press ENTER key to withdraw - PF24 to cancel'
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
               FILE ('svcv0001')
               INTO (WS-SVCV-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-SVCV-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    The version starts from the one in force the day before it
      *    and takes the keyed terms on top. The entry as it stands
      *    before its first version is kept as that code's starting
      *    point in the history.
       2000-FILE-ADD.
           MOVE SPACES TO WS-SVCV-REC
           MOVE ZERO TO SVCV-EFF-DATE SVCV-EFF-TIME SVCV-STAGED-DATE
                        SVCV-APPLIED-DATE
           IF VCODL > ZERO
               MOVE FUNCTION UPPER-CASE(VCODI) TO SVCV-CODE
           END-IF
           PERFORM 2016-CHECK-SERVICE THRU 2016-EXIT
           IF WS-SVC-OK = 'Y'
               PERFORM 2017-CHECK-DATE
           END-IF
           PERFORM 2018-FIND-BASE THRU 2018-EXIT
           MOVE WS-BAS-CAT-REC TO WS-STG-CAT-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               PERFORM 2019-KEEP-BASELINE
               MOVE SVCV-KEY TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('svcv0001')
                   FROM (WS-SVCV-REC)
                   RIDFLD (SVCV-KEY)
                   KEYLENGTH (WS-SVCV-KEY-LEN)
               END-EXEC
               MOVE 'SM640004' TO MSGX-ID
               MOVE 'Version staged - SVCSCH01 promotes it when due'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    Only a pending version can be altered; the changer becomes
      *    the one who staged it.
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('svcv0001')
               INTO (WS-SVCV-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-SVCV-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           IF NOT SVCV-PENDING
               EXEC CICS UNLOCK
                   FILE ('svcv0001')
               END-EXEC
               MOVE SPACE TO LS-ACTION
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
               MOVE 'SM640005' TO MSGX-ID
               MOVE 'Only a pending version can be changed'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           PERFORM 2016-CHECK-SERVICE THRU 2016-EXIT
           MOVE 'Y' TO WS-EFF-OK
           PERFORM 2018-FIND-BASE THRU 2018-EXIT
           MOVE SVCV-ENTRY TO WS-STG-CAT-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('svcv0001')
                   FROM (WS-SVCV-REC)
               END-EXEC
               MOVE 'SM640006' TO MSGX-ID
               MOVE 'Version restaged' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           ELSE
               EXEC CICS UNLOCK
                   FILE ('svcv0001')
               END-EXEC
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    The keyed terms go onto the STG- image, then the same edits
      *    SM0008 applies to a live entry; a version that changes none
      *    of the terms of the one before it is refused.
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2021-CHECK-TEAM
           PERFORM 2022-CHECK-HOURS
           EVALUATE TRUE
           WHEN SVCV-CODE = LOW-VALUES OR SVCV-CODE = SPACES
               MOVE 'SM640007' TO MSGX-ID
               MOVE 'Service code cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VCODL
           WHEN WS-SVC-OK NOT = 'Y'
               MOVE 'SM640008' TO MSGX-ID
               MOVE 'Service code is not on the service catalog'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VCODL
           WHEN WS-EFF-OK NOT = 'Y'
               MOVE 'SM640009' TO MSGX-ID
               MOVE 'Effective date must be a valid YYYYMMDD date'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VEFFL
           WHEN SVCV-EFF-DATE NOT > WS-TODAY
               MOVE 'SM640010' TO MSGX-ID
               MOVE 'Effective date must be after today - use SM0008'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VEFFL
           WHEN VRSPI NOT = SPACES AND VRSPI NOT NUMERIC
               MOVE 'SM640011' TO MSGX-ID
               MOVE 'Response days must be numeric' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VRSPL
           WHEN VRSLI NOT = SPACES AND VRSLI NOT NUMERIC
               MOVE 'SM640012' TO MSGX-ID
               MOVE 'Resolution days must be numeric' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VRSLL
           WHEN VAPPI NOT = SPACE AND VAPPI NOT = '0'
                AND VAPPI NOT = '1' AND VAPPI NOT = '2'
               MOVE 'SM640013' TO MSGX-ID
               MOVE 'Approvals needed must be 0, 1 or 2' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VAPPL
           WHEN WS-TEAM-OK NOT = 'Y'
               MOVE 'SM640014' TO MSGX-ID
               MOVE 'Resolver team not on file or inactive'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VTEML
           WHEN WS-HOURS-BAD > ZERO
               MOVE 'SM640015' TO MSGX-ID
               MOVE 'Hour targets must be numeric' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               EVALUATE WS-HOURS-BAD
               WHEN 1
                   MOVE -1 TO V1RSL
               WHEN 2
                   MOVE -1 TO V1RLL
               WHEN 3
                   MOVE -1 TO V2RSL
               WHEN 4
                   MOVE -1 TO V2RLL
               WHEN 5
                   MOVE -1 TO V3RSL
               WHEN OTHER
                   MOVE -1 TO V3RLL
               END-EVALUATE
           WHEN STG-RESP-DAYS = BAS-RESP-DAYS
                AND STG-RESOL-DAYS = BAS-RESOL-DAYS
                AND STG-APPROVALS = BAS-APPROVALS
                AND STG-ROUTE-REGION = BAS-ROUTE-REGION
                AND STG-ROUTE-CODE = BAS-ROUTE-CODE
                AND STG-TEAM-CODE = BAS-TEAM-CODE
                AND STG-HOUR-TARGETS = BAS-HOUR-TARGETS
               MOVE 'SM640016' TO MSGX-ID
               MOVE 'Version changes none of the terms before it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VRSPL
           WHEN SVCV-REASON = LOW-VALUES OR SVCV-REASON = SPACES
               MOVE 'SM640017' TO MSGX-ID
               MOVE 'Reason cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VRSNL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               SET SVCV-PENDING TO TRUE
               MOVE WS-USERID TO SVCV-STAGED-BY
               MOVE WS-TODAY TO SVCV-STAGED-DATE
               MOVE ZERO TO SVCV-APPLIED-DATE
               MOVE SPACES TO SVCV-RESULT
               PERFORM 9110-RESTORE-ATTRIBUTES
           END-EVALUATE
      *    The terms are arithmetic fields downstream, so a never-keyed
      *    value is normalized to zero, as SM0008 does.
           IF STG-RESP-DAYS NOT NUMERIC
               MOVE ZERO TO STG-RESP-DAYS
           END-IF
           IF STG-RESOL-DAYS NOT NUMERIC
               MOVE ZERO TO STG-RESOL-DAYS
           END-IF
           PERFORM VARYING WS-HR-SUB FROM 1 BY 1 UNTIL WS-HR-SUB > 3
               IF STG-RESP-HOURS(WS-HR-SUB) NOT NUMERIC
                   MOVE ZERO TO STG-RESP-HOURS(WS-HR-SUB)
               END-IF
               IF STG-RESOL-HOURS(WS-HR-SUB) NOT NUMERIC
                   MOVE ZERO TO STG-RESOL-HOURS(WS-HR-SUB)
               END-IF
           END-PERFORM
           IF STG-APPROVALS NOT NUMERIC
               MOVE 1 TO STG-APPROVALS
           END-IF
           MOVE WS-STG-CAT-REC TO SVCV-ENTRY
           IF LS-ACTION = SPACE
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-IF
           MOVE SVCV-KEY TO LS-RIDFLD.
      *
      *    The version's service code must be a live svcc0001 entry -
      *    its terms as they stand today are the left-hand column.
       2016-CHECK-SERVICE.
           MOVE 'N' TO WS-SVC-OK
           MOVE SPACES TO WS-SVC-CAT-REC
           IF SVCV-CODE = SPACES OR SVCV-CODE = LOW-VALUES
               GO TO 2016-EXIT
           END-IF
           EXEC CICS READ
               FILE ('svcc0001')
               INTO (WS-SVC-CAT-REC)
               RIDFLD (SVCV-CODE)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SVC-OK
           ELSE
               MOVE SPACES TO WS-SVC-CAT-REC
           END-IF.
       2016-EXIT.
           EXIT.
      *
      *    Effective date must be a real calendar date.
       2017-CHECK-DATE.
           MOVE 'N' TO WS-EFF-OK
           MOVE SPACES TO WS-EFF-X
           IF VEFFL > ZERO
               MOVE VEFFI TO WS-EFF-X
           END-IF
           IF WS-EFF-X NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-N) = ZERO
               MOVE 'Y' TO WS-EFF-OK
               MOVE WS-EFF-N TO SVCV-EFF-DATE
               MOVE ZERO TO SVCV-EFF-TIME
           END-IF.
      *
      *    The last version of this code keyed before the new one -
      *    applied or still pending, never a refused one - is what
      *    will be in force the day before it, so the new version
      *    builds on that rather than on today's entry. With none,
      *    today's entry is the base.
       2018-FIND-BASE.
           MOVE 'N' TO WS-BR-EOF
           MOVE WS-SVC-CAT-REC TO WS-BAS-CAT-REC
           IF WS-SVC-OK NOT = 'Y' OR WS-EFF-OK NOT = 'Y'
               GO TO 2018-EXIT
           END-IF
           MOVE SVCV-KEY TO WS-NEW-KEY
           MOVE SPACES TO WS-BR-KEY
           MOVE SVCV-CODE TO WS-BR-KEY(1:8)
           MOVE ALL '0' TO WS-BR-KEY(9:14)
           EXEC CICS STARTBR FILE('svcv0001')
                RIDFLD (WS-BR-KEY)
                KEYLENGTH (WS-SVCV-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 2018-EXIT
           END-IF
           PERFORM UNTIL WS-BR-EOF = 'Y'
               EXEC CICS READNEXT FILE('svcv0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-KEY)
                    KEYLENGTH (WS-SVCV-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR BRV-CODE NOT = SVCV-CODE
                   OR BRV-KEY NOT < WS-NEW-KEY
                   MOVE 'Y' TO WS-BR-EOF
               ELSE
                   IF NOT BRV-NOT-APPLIED
                       MOVE BRV-ENTRY TO WS-BAS-CAT-REC
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('svcv0001')
           END-EXEC.
       2018-EXIT.
           EXIT.
      *
      *    The entry as it stood before its first version goes on the
      *    file under date and time zero, so the history reaches back
      *    past the first change for tickets opened before it.
       2019-KEEP-BASELINE.
           MOVE SPACES TO WS-BR-REC
           MOVE SVCV-CODE TO BRV-CODE
           MOVE ZERO TO BRV-EFF-DATE BRV-EFF-TIME
           EXEC CICS READ
               FILE ('svcv0001')
               INTO (WS-BR-REC)
               RIDFLD (BRV-KEY)
               KEYLENGTH (WS-SVCV-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NOTFND)
               MOVE SPACES TO WS-BR-REC
               MOVE SVCV-CODE TO BRV-CODE
               MOVE ZERO TO BRV-EFF-DATE BRV-EFF-TIME
               SET BRV-APPLIED TO TRUE
               MOVE WS-SVC-CAT-REC TO BRV-ENTRY
               MOVE 'ENTRY AS IT STOOD BEFORE VERSIONING'
                   TO BRV-REASON
               MOVE WS-USERID TO BRV-STAGED-BY
               MOVE WS-TODAY TO BRV-STAGED-DATE BRV-APPLIED-DATE
               EXEC CICS WRITE
                   FILE ('svcv0001')
                   FROM (WS-BR-REC)
                   RIDFLD (BRV-KEY)
                   KEYLENGTH (WS-SVCV-KEY-LEN)
                   NOHANDLE
               END-EXEC
           END-IF.
      *
      *    Withdrawing a version is allowed until SVCSCH01 has dealt
      *    with it - applied and refused versions stay as history.
       2020-FILE-DELETE.
           EXEC CICS READ
               FILE ('svcv0001')
               INTO (WS-SVCV-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-SVCV-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           IF NOT SVCV-PENDING
               PERFORM 9130-MOVE-FILE-TO-SCREEN
               MOVE 'SM640018' TO MSGX-ID
               MOVE 'Version has already been processed - not deleted'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           EXEC CICS DELETE
               FILE ('svcv0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-SVCV-KEY-LEN)
           END-EXEC
           MOVE 'SM640019' TO MSGX-ID
           MOVE 'Version has been withdrawn' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACES TO WS-SVCV-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    A blank team is fine; a newly keyed one has to be a live
      *    team0001 entry, as on SM0008.
       2021-CHECK-TEAM.
           MOVE 'Y' TO WS-TEAM-OK
           IF STG-TEAM-CODE = LOW-VALUES
               MOVE SPACES TO STG-TEAM-CODE
           END-IF
           IF STG-TEAM-CODE NOT = SPACES
               AND STG-TEAM-CODE NOT = SVC-TEAM-CODE
               EXEC CICS READ
                   FILE ('team0001')
                   INTO (WS-TEAM-REC)
                   RIDFLD (STG-TEAM-CODE)
                   KEYLENGTH (WS-TEAM-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL) OR NOT TEAM-IS-ACTIVE
                   MOVE 'N' TO WS-TEAM-OK
               END-IF
           END-IF.
      *
      *    The first keyed hour target that is not a number, in screen
      *    order, as SM0008's 2017-CHECK-HOURS counts them.
       2022-CHECK-HOURS.
           MOVE ZERO TO WS-HOURS-BAD
           EVALUATE TRUE
           WHEN V1RSI NOT = SPACES AND V1RSI NOT NUMERIC
               MOVE 1 TO WS-HOURS-BAD
           WHEN V1RLI NOT = SPACES AND V1RLI NOT NUMERIC
               MOVE 2 TO WS-HOURS-BAD
           WHEN V2RSI NOT = SPACES AND V2RSI NOT NUMERIC
               MOVE 3 TO WS-HOURS-BAD
           WHEN V2RLI NOT = SPACES AND V2RLI NOT NUMERIC
               MOVE 4 TO WS-HOURS-BAD
           WHEN V3RSI NOT = SPACES AND V3RSI NOT NUMERIC
               MOVE 5 TO WS-HOURS-BAD
           WHEN V3RLI NOT = SPACES AND V3RLI NOT NUMERIC
               MOVE 6 TO WS-HOURS-BAD
           END-EVALUATE.
      *
      *    A blank date finds the code's first version - the entry as
      *    it stood before versioning, where there is one.
       2030-FILE-FIND.
           MOVE SPACES TO WS-BR-KEY
           MOVE FUNCTION UPPER-CASE(VCODI) TO WS-BR-KEY(1:8)
           IF VEFFL > ZERO AND VEFFI NUMERIC
               MOVE VEFFI TO WS-BR-KEY(9:8)
           ELSE
               MOVE ALL '0' TO WS-BR-KEY(9:8)
           END-IF
           MOVE ALL '0' TO WS-BR-KEY(17:6)
           MOVE WS-BR-KEY(1:8) TO LS-RIDFLD(1:8)
           EXEC CICS READ
               FILE ('svcv0001')
               INTO (WS-SVCV-REC)
               RIDFLD (WS-BR-KEY)
               KEYLENGTH (WS-SVCV-KEY-LEN)
               GTEQ
           END-EXEC
           IF SVCV-CODE NOT = LS-RIDFLD(1:8)
               GO TO 9060-NOTFND
           END-IF
           MOVE SVCV-KEY TO LS-RIDFLD
           MOVE 'SM640020' TO MSGX-ID
           MOVE 'Version has been found - PF7/PF8 for others'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    Step back one version of the same service code - the
      *    SM0009 220-PREV-PAGE READPREV form, the first READPREV
      *    returning the version already on the screen.
       2040-PREV-VERSION.
           MOVE 'N' TO WS-BR-EOF
           PERFORM 2060-REREAD-SHOWN THRU 2060-EXIT
           MOVE LS-RIDFLD TO WS-BR-KEY
           EXEC CICS STARTBR FILE('svcv0001')
                RIDFLD (WS-BR-KEY)
                KEYLENGTH (WS-SVCV-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('svcv0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-KEY)
                    KEYLENGTH (WS-SVCV-KEY-LEN)
                    NOHANDLE
               END-EXEC
               EXEC CICS READPREV FILE('svcv0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-KEY)
                    KEYLENGTH (WS-SVCV-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND BRV-CODE = LS-RIDFLD(1:8)
                   MOVE 'Y' TO WS-BR-EOF
                   MOVE WS-BR-REC TO WS-SVCV-REC
               END-IF
               EXEC CICS ENDBR
                   FILE ('svcv0001')
               END-EXEC
           END-IF
           IF WS-BR-EOF = 'Y'
               MOVE SVCV-KEY TO LS-RIDFLD
               MOVE 'SM640021' TO MSGX-ID
               MOVE 'Earlier version shown' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           ELSE
               MOVE 'SM640022' TO MSGX-ID
               MOVE 'No earlier version of this service code'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    Step forward one version - SM0006's double-READNEXT, the
      *    first READNEXT returning the version already on the screen.
       2050-NEXT-VERSION.
           MOVE 'N' TO WS-BR-EOF
           PERFORM 2060-REREAD-SHOWN THRU 2060-EXIT
           MOVE LS-RIDFLD TO WS-BR-KEY
           EXEC CICS STARTBR FILE('svcv0001')
                RIDFLD (WS-BR-KEY)
                KEYLENGTH (WS-SVCV-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('svcv0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-KEY)
                    KEYLENGTH (WS-SVCV-KEY-LEN)
                    NOHANDLE
               END-EXEC
               EXEC CICS READNEXT FILE('svcv0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-KEY)
                    KEYLENGTH (WS-SVCV-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND BRV-CODE = LS-RIDFLD(1:8)
                   MOVE 'Y' TO WS-BR-EOF
                   MOVE WS-BR-REC TO WS-SVCV-REC
               END-IF
               EXEC CICS ENDBR
                   FILE ('svcv0001')
               END-EXEC
           END-IF
           IF WS-BR-EOF = 'Y'
               MOVE SVCV-KEY TO LS-RIDFLD
               MOVE 'SM640023' TO MSGX-ID
               MOVE 'Later version shown' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           ELSE
               MOVE 'SM640024' TO MSGX-ID
               MOVE 'No later version of this service code'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    Paging needs a version on the screen to page from.
       2060-REREAD-SHOWN.
           IF LS-RIDFLD = SPACES OR LS-RIDFLD = LOW-VALUES
               MOVE 'SM640025' TO MSGX-ID
               MOVE 'Find a version first - PF1' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           EXEC CICS READ
               FILE ('svcv0001')
               INTO (WS-SVCV-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-SVCV-KEY-LEN)
               EQUAL
           END-EXEC.
       2060-EXIT.
           EXIT.
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
           MOVE SPACES TO WS-SVCV-REC LS-RIDFLD
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO VEFFL
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
           MOVE SPACES TO WS-SVCV-REC LS-RIDFLD
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       9070-SEND-MAP.
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M64DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM64M')
                MAPSET ('SM64S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO VRSPA VRSLA VAPPA VRGNA VROUA VTEMA
                            V1RSA V1RLA V2RSA V2RLA V3RSA V3RLA
                            VRSNA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO VCODA VEFFA
                            VRSPA VRSLA VAPPA VRGNA VROUA VTEMA
                            V1RSA V1RLA V2RSA V2RLA V3RSA V3RLA
                            VRSNA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM64M')
                MAPSET ('SM64S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
      *    Left column the live svcc0001 entry, right column the
      *    version's terms.
       9130-MOVE-FILE-TO-SCREEN.
           MOVE SVCV-CODE TO VCODO
           MOVE SPACES TO WS-SVC-CAT-REC VDSCO
           IF SVCV-CODE NOT = SPACES
               PERFORM 2016-CHECK-SERVICE THRU 2016-EXIT
               IF WS-SVC-OK = 'Y'
                   MOVE SVC-DESC TO VDSCO
               ELSE
                   MOVE '(no longer on the service catalog)' TO VDSCO
               END-IF
           END-IF
           IF SVCV-EFF-DATE NUMERIC
               AND SVCV-EFF-DATE > ZERO
               MOVE SVCV-EFF-DATE TO VEFFO
           ELSE
               MOVE SPACES TO VEFFO
           END-IF
           MOVE SPACES TO CRSPO CRSLO CAPPO CRGNO CROUO CTEMO
                          C1RSO C1RLO C2RSO C2RLO C3RSO C3RLO
           IF WS-SVC-OK = 'Y'
               MOVE SVC-RESP-DAYS TO CRSPO
               MOVE SVC-RESOL-DAYS TO CRSLO
               MOVE SVC-APPROVALS TO CAPPO
               MOVE SVC-ROUTE-REGION TO CRGNO
               MOVE SVC-ROUTE-CODE TO CROUO
               MOVE SVC-TEAM-CODE TO CTEMO
               MOVE SVC-RESP-HOURS(1) TO C1RSO
               MOVE SVC-RESOL-HOURS(1) TO C1RLO
               MOVE SVC-RESP-HOURS(2) TO C2RSO
               MOVE SVC-RESOL-HOURS(2) TO C2RLO
               MOVE SVC-RESP-HOURS(3) TO C3RSO
               MOVE SVC-RESOL-HOURS(3) TO C3RLO
           END-IF
           MOVE SPACES TO VRSPO VRSLO VAPPO VRGNO VROUO VTEMO
                          V1RSO V1RLO V2RSO V2RLO V3RSO V3RLO
           IF SVCV-CODE NOT = SPACES
               MOVE SVCV-ENTRY TO WS-STG-CAT-REC
               MOVE STG-RESP-DAYS TO VRSPO
               MOVE STG-RESOL-DAYS TO VRSLO
               MOVE STG-APPROVALS TO VAPPO
               MOVE STG-ROUTE-REGION TO VRGNO
               MOVE STG-ROUTE-CODE TO VROUO
               MOVE STG-TEAM-CODE TO VTEMO
               MOVE STG-RESP-HOURS(1) TO V1RSO
               MOVE STG-RESOL-HOURS(1) TO V1RLO
               MOVE STG-RESP-HOURS(2) TO V2RSO
               MOVE STG-RESOL-HOURS(2) TO V2RLO
               MOVE STG-RESP-HOURS(3) TO V3RSO
               MOVE STG-RESOL-HOURS(3) TO V3RLO
           END-IF
           MOVE SVCV-REASON TO VRSNO
           MOVE SVCV-STATUS TO VSTAO
           MOVE SVCV-STAGED-BY TO VSBYO
           IF SVCV-STAGED-DATE NUMERIC
               AND SVCV-STAGED-DATE > ZERO
               MOVE SVCV-STAGED-DATE TO VSDTO
           ELSE
               MOVE SPACES TO VSDTO
           END-IF
           IF SVCV-APPLIED-DATE NUMERIC
               AND SVCV-APPLIED-DATE > ZERO
               MOVE SVCV-APPLIED-DATE TO VADTO
           ELSE
               MOVE SPACES TO VADTO
           END-IF
           MOVE SVCV-RESULT TO VRESO.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF VRSPL > ZERO
               MOVE VRSPI TO STG-RESP-DAYS
           END-IF
           IF VRSLL > ZERO
               MOVE VRSLI TO STG-RESOL-DAYS
           END-IF
           IF VAPPL > ZERO AND VAPPI NUMERIC
               MOVE VAPPI TO STG-APPROVALS
           END-IF
           IF VRGNL > ZERO
               MOVE FUNCTION UPPER-CASE(VRGNI) TO STG-ROUTE-REGION
           END-IF
           IF VROUL > ZERO
               MOVE FUNCTION UPPER-CASE(VROUI) TO STG-ROUTE-CODE
           END-IF
           IF VTEML > ZERO
               MOVE FUNCTION UPPER-CASE(VTEMI) TO STG-TEAM-CODE
           END-IF
           IF V1RSL > ZERO
               MOVE V1RSI TO STG-RESP-HOURS(1)
           END-IF
           IF V1RLL > ZERO
               MOVE V1RLI TO STG-RESOL-HOURS(1)
           END-IF
           IF V2RSL > ZERO
               MOVE V2RSI TO STG-RESP-HOURS(2)
           END-IF
           IF V2RLL > ZERO
               MOVE V2RLI TO STG-RESOL-HOURS(2)
           END-IF
           IF V3RSL > ZERO
               MOVE V3RSI TO STG-RESP-HOURS(3)
           END-IF
           IF V3RLL > ZERO
               MOVE V3RLI TO STG-RESOL-HOURS(3)
           END-IF
           IF VRSNL > ZERO
               MOVE VRSNI TO SVCV-REASON
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM64')
      *    (same idiom as SM0062's TRANSID('SM62')) rather than
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
                   TRANSID ('SM64')
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
