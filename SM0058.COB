       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0058.
      ******************************************************************
      *DESCRIPTION: Discovered-device review - the devices ASTDSC01     *
      *             found on the network discovery extract but not on   *
      *             aset0001, staged pending on asdg0001, put in front  *
      *             of an ADMIN one at a time in device-id order. The   *
      *             description and location come from the tool and    *
      *             may be corrected before acceptance; the owning      *
      *             NAMEFILE contact (region + code, both or neither)   *
      *             and the criticality (1-3, default 2) are keyed      *
      *             here. Action A writes the asset onto aset0001       *
      *             active with the tool's last-seen date, R rejects    *
      *             it so the nightly run stops staging it, and ENTER   *
      *             with no action skips to the next. Nothing reaches   *
      *             the asset master except through this screen. ADMIN  *
      *             users only, self-looping under its own SM58 transid *
      *             (the SM0053 shape); PF3 returns to the menu.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-LENGTH                     PIC S9(4) COMP.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-ASET-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-ASDG-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-NAMEFILE-KEY-LEN           PIC S9(4) COMP VALUE 6.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-FOUND                      PIC X(01) VALUE 'N'.
       01  WS-WRAPPED                    PIC X(01) VALUE 'N'.
       01  WS-USERID                     PIC X(08).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACTION                     PIC X(01) VALUE SPACE.
       01  WS-PENDING                    PIC 9(05) VALUE ZERO.
       01  WS-ASDG-RID                   PIC X(08) VALUE SPACES.
       01  WS-LAST-ID                    PIC X(08) VALUE SPACES.
       01  WS-OWNER-KEY                  PIC X(06) VALUE SPACES.
       01  WS-DONE-MSG                   PIC X(71) VALUE SPACES.
       01  WS-ASET-PROBE                 PIC X(120) VALUE SPACES.
      *    uaf00001 record shape, the inline copy SM0013 keeps for its
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
       01  WS-ASDG-REC.
           COPY ASDG0001.
       01  WS-ASET-REC.
           COPY ASET0001.
       01  WS-NAMEFILE-REC.
           COPY NAMEFILE.
       01  WS-CA.
           05  CA-DEVICE-ID              PIC X(08).
       01  WS-CURRENT-MAP  VALUE 'SM58S'  PIC X(7).
       COPY SM58S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(08).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-DATE)
           END-EXEC
           PERFORM 110-CHECK-ADMIN
           IF EIBCALEN = 0
               MOVE LOW-VALUES TO CA-DEVICE-ID
               PERFORM 400-NEXT-PENDING
               MOVE LOW-VALUES TO SM58MO
               IF CA-DEVICE-ID NOT = HIGH-VALUES
                   MOVE 'SM580001' TO MSGX-ID
                   MOVE 'A accepts, R rejects, ENTER alone skips - PF3'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
               PERFORM 230-SEND-PANEL
           ELSE
               MOVE DFHCOMMAREA TO WS-CA
               PERFORM 210-CHECK-AID
           END-IF.
       100-EXIT.
           EXIT.

      *    The SM58 transid can be keyed raw, so the role is checked
      *    here - the SM0053 110-CHECK-SERVICE precedent.
       110-CHECK-ADMIN.
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR WS-UAF-ADMIN NOT = 'Y'
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
           END-IF.
       110-EXIT.
           EXIT.

       210-CHECK-AID.
           EVALUATE EIBAID
           WHEN DFHPF3
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM58M')
                   MAPSET ('SM58S')
                   INTO (SM58MI)
               END-EXEC
               PERFORM 300-APPLY-ACTION THRU 300-EXIT
               MOVE LOW-VALUES TO SM58MO
               MOVE WS-DONE-MSG TO ERRMSGO
               PERFORM 230-SEND-PANEL
           WHEN OTHER
               MOVE 'SM580002' TO MSGX-ID
               MOVE 'Invalid PFKey Pressed - ENTER acts, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 240-RESEND-ENTRY
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    The device on the panel is re-read under UPDATE, so a device
      *    another ADMIN settled meanwhile is not settled twice.
       300-APPLY-ACTION.
           MOVE SPACES TO WS-DONE-MSG
           IF CA-DEVICE-ID = LOW-VALUES OR CA-DEVICE-ID = HIGH-VALUES
               PERFORM 400-NEXT-PENDING
               GO TO 300-EXIT
           END-IF
           MOVE SPACE TO WS-ACTION
           IF ACTL > ZERO AND ACTI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(ACTI) TO WS-ACTION
           END-IF
           IF WS-ACTION NOT = SPACE AND WS-ACTION NOT = 'A'
               AND WS-ACTION NOT = 'R'
               MOVE 'SM580003' TO MSGX-ID
               MOVE 'Action is A (accept), R (reject) or blank to skip'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO ACTL
               PERFORM 240-RESEND-ENTRY
           END-IF
           IF WS-ACTION = SPACE
               MOVE CA-DEVICE-ID TO WS-LAST-ID
               PERFORM 400-NEXT-PENDING
               MOVE 'SM580011' TO MSGX-ID
               MOVE 'Skipped &1' TO MSGX-DEFAULT
               MOVE WS-LAST-ID TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-DONE-MSG
               GO TO 300-EXIT
           END-IF
           IF WS-ACTION = 'A'
               PERFORM 310-EDIT-ACCEPT
           END-IF
           MOVE CA-DEVICE-ID TO ASDG-DEVICE-ID
           EXEC CICS READ
               FILE('asdg0001')
               INTO (WS-ASDG-REC)
               RIDFLD (ASDG-DEVICE-ID)
               KEYLENGTH (WS-ASDG-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR NOT ASDG-PENDING
               MOVE CA-DEVICE-ID TO WS-LAST-ID
               PERFORM 400-NEXT-PENDING
               MOVE 'SM580012' TO MSGX-ID
               MOVE '&1 was already reviewed elsewhere' TO MSGX-DEFAULT
               MOVE WS-LAST-ID TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-DONE-MSG
               GO TO 300-EXIT
           END-IF
           IF WS-ACTION = 'A'
               PERFORM 320-WRITE-ASSET
               SET ASDG-ACCEPTED TO TRUE
               MOVE 'SM580013' TO MSGX-ID
               MOVE '&1 added to the asset master' TO MSGX-DEFAULT
               MOVE ASDG-DEVICE-ID TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-DONE-MSG
           ELSE
               SET ASDG-REJECTED TO TRUE
               MOVE 'SM580014' TO MSGX-ID
               MOVE '&1 rejected - it will not be staged again'
                   TO MSGX-DEFAULT
               MOVE ASDG-DEVICE-ID TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-DONE-MSG
           END-IF
           MOVE WS-USERID TO ASDG-REVIEWED-BY
           MOVE WS-TODAY-DATE TO ASDG-REVIEWED-DATE
           EXEC CICS REWRITE
               FILE('asdg0001')
               FROM (WS-ASDG-REC)
           END-EXEC
           PERFORM 400-NEXT-PENDING.
       300-EXIT.
           EXIT.

      *    Accept edits - every field is checked before the staged
      *    record is locked; the first failure goes back with the
      *    cursor on its field and the entry intact.
       310-EDIT-ACCEPT.
           MOVE SPACES TO WS-ASET-REC
           MOVE CA-DEVICE-ID TO ASET-ID
           IF DDSCL > ZERO
               MOVE DDSCI TO ASET-DESC
           ELSE
               PERFORM 330-READ-STAGED
               MOVE ASDG-DESC TO ASET-DESC
           END-IF
           IF ASET-DESC = SPACES OR ASET-DESC = LOW-VALUES
               MOVE 'SM580004' TO MSGX-ID
               MOVE 'Description cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO DDSCL
               PERFORM 240-RESEND-ENTRY
           END-IF
           IF DLOCL > ZERO
               MOVE DLOCI TO ASET-LOCATION
           ELSE
               PERFORM 330-READ-STAGED
               MOVE ASDG-LOCATION TO ASET-LOCATION
           END-IF
           IF ASET-LOCATION = LOW-VALUES
               MOVE SPACES TO ASET-LOCATION
           END-IF
           IF OREGL > ZERO AND OREGI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(OREGI) TO ASET-OWNER-REGION
           END-IF
           IF OCODL > ZERO AND OCODI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(OCODI) TO ASET-OWNER-CODE
           END-IF
           MOVE ASET-OWNER-REGION TO WS-OWNER-KEY(1:2)
           MOVE ASET-OWNER-CODE TO WS-OWNER-KEY(3:4)
           IF WS-OWNER-KEY NOT = SPACES
               IF ASET-OWNER-REGION = SPACES
                   OR ASET-OWNER-CODE = SPACES
                   MOVE 'SM580005' TO MSGX-ID
                   MOVE 'Owner needs both region and contact code'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE -1 TO OREGL
                   PERFORM 240-RESEND-ENTRY
               END-IF
               EXEC CICS READ
                   FILE ('NAMEFILE')
                   INTO (WS-NAMEFILE-REC)
                   RIDFLD (WS-OWNER-KEY)
                   KEYLENGTH (WS-NAMEFILE-KEY-LEN)
                   EQUAL
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'SM580006' TO MSGX-ID
                   MOVE 'Owner contact not on NAMEFILE' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE -1 TO OREGL
                   PERFORM 240-RESEND-ENTRY
               END-IF
           END-IF
           IF CRITL > ZERO AND CRITI NOT = LOW-VALUES
               MOVE CRITI TO ASET-CRITICALITY
           END-IF
           IF ASET-CRITICALITY = SPACE
               MOVE '2' TO ASET-CRITICALITY
           END-IF
           IF NOT ASET-CRIT-HIGH AND NOT ASET-CRIT-MEDIUM
               AND NOT ASET-CRIT-LOW
               MOVE 'SM580007' TO MSGX-ID
               MOVE 'Criticality must be 1 (high), 2 or 3 (low)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO CRITL
               PERFORM 240-RESEND-ENTRY
           END-IF
           EXEC CICS READ
               FILE ('aset0001')
               INTO (WS-ASET-PROBE)
               RIDFLD (ASET-ID)
               KEYLENGTH (WS-ASET-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'SM580008' TO MSGX-ID
               MOVE 'Already on the asset master (SM0032) - reject it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO ACTL
               PERFORM 240-RESEND-ENTRY
           END-IF.
       310-EXIT.
           EXIT.

      *    Active, no support contract yet (SM0032 links one), and the
      *    tool's last sighting as its first last-seen stamp.
       320-WRITE-ASSET.
           MOVE 'Y' TO ASET-ACTIVE
           MOVE SPACES TO ASET-SUPPORT
           MOVE ASDG-LAST-SEEN TO ASET-LAST-SEEN
           EXEC CICS WRITE
               FILE ('aset0001')
               FROM (WS-ASET-REC)
               RIDFLD (ASET-ID)
               KEYLENGTH (WS-ASET-KEY-LEN)
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK
                   FILE ('asdg0001')
               END-EXEC
               MOVE 'SM580009' TO MSGX-ID
               MOVE 'Asset master unavailable - device not added'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 240-RESEND-ENTRY
           END-IF.
       320-EXIT.
           EXIT.

       330-READ-STAGED.
           MOVE SPACES TO WS-ASDG-REC
           MOVE CA-DEVICE-ID TO ASDG-DEVICE-ID
           EXEC CICS READ
               FILE('asdg0001')
               INTO (WS-ASDG-REC)
               RIDFLD (ASDG-DEVICE-ID)
               KEYLENGTH (WS-ASDG-KEY-LEN)
               EQUAL
           END-EXEC.
       330-EXIT.
           EXIT.

      *    The next pending device after the one just dealt with, in
      *    key order, wrapping once to the front of the file so a
      *    skipped device comes round again. HIGH-VALUES when none.
       400-NEXT-PENDING.
           MOVE 'N' TO WS-FOUND WS-WRAPPED
           MOVE CA-DEVICE-ID TO WS-LAST-ID
           MOVE CA-DEVICE-ID TO WS-ASDG-RID
           PERFORM 410-BROWSE-PENDING THRU 410-EXIT
           IF WS-FOUND = 'N' AND WS-LAST-ID NOT = LOW-VALUES
               MOVE 'Y' TO WS-WRAPPED
               MOVE LOW-VALUES TO WS-ASDG-RID
               PERFORM 410-BROWSE-PENDING THRU 410-EXIT
           END-IF
           IF WS-FOUND = 'Y'
               MOVE ASDG-DEVICE-ID TO CA-DEVICE-ID
           ELSE
               MOVE HIGH-VALUES TO CA-DEVICE-ID
           END-IF.
       400-EXIT.
           EXIT.

      *    One pass from WS-ASDG-RID; the starting device itself is
      *    only taken on the wrapped pass, as the last one left.
       410-BROWSE-PENDING.
           EXEC CICS STARTBR FILE('asdg0001')
                RIDFLD (WS-ASDG-RID)
                KEYLENGTH (WS-ASDG-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 410-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('asdg0001')
                    INTO (WS-ASDG-REC)
                    RIDFLD (WS-ASDG-RID)
                    KEYLENGTH (WS-ASDG-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF ASDG-PENDING
                       AND (ASDG-DEVICE-ID NOT = WS-LAST-ID
                            OR WS-WRAPPED = 'Y')
                       MOVE 'Y' TO WS-FOUND WS-EOF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('asdg0001')
           END-EXEC.
       410-EXIT.
           EXIT.

      *    Devices still waiting - the figure on the panel heading.
       420-COUNT-PENDING.
           MOVE ZERO TO WS-PENDING
           MOVE LOW-VALUES TO WS-ASDG-RID
           EXEC CICS STARTBR FILE('asdg0001')
                RIDFLD (WS-ASDG-RID)
                KEYLENGTH (WS-ASDG-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 420-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('asdg0001')
                    INTO (WS-ASDG-REC)
                    RIDFLD (WS-ASDG-RID)
                    KEYLENGTH (WS-ASDG-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF ASDG-PENDING
                       ADD 1 TO WS-PENDING
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('asdg0001')
           END-EXEC.
       420-EXIT.
           EXIT.

      *    The device on the panel, or an empty panel once nothing is
      *    left pending.
       230-SEND-PANEL.
           PERFORM 420-COUNT-PENDING THRU 420-EXIT
           PERFORM 250-SHOW-DEVICE THRU 250-EXIT
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M58DATEO)
           END-EXEC
           MOVE WS-PENDING TO PCNTO
           MOVE -1 TO ACTL
           MOVE LENGTH OF SM58MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM58M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM58MO)
               LENGTH (WS-LENGTH)
               CURSOR
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM58')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

      *    An edit failure goes back with the device redisplayed and
      *    everything typed carried out again.
       240-RESEND-ENTRY.
           PERFORM 420-COUNT-PENDING THRU 420-EXIT
           PERFORM 250-SHOW-DEVICE THRU 250-EXIT
           IF DDSCL > ZERO
               MOVE DDSCI TO DDSCO
           END-IF
           IF DLOCL > ZERO
               MOVE DLOCI TO DLOCO
           END-IF
           IF OREGL > ZERO
               MOVE OREGI TO OREGO
           END-IF
           IF OCODL > ZERO
               MOVE OCODI TO OCODO
           END-IF
           IF CRITL > ZERO
               MOVE CRITI TO CRITO
           END-IF
           IF ACTL > ZERO
               MOVE ACTI TO ACTO
           END-IF
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M58DATEO)
           END-EXEC
           MOVE WS-PENDING TO PCNTO
           MOVE LENGTH OF SM58MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM58M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM58MO)
               LENGTH (WS-LENGTH)
               CURSOR
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM58')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       240-EXIT.
           EXIT.

       250-SHOW-DEVICE.
           IF CA-DEVICE-ID = HIGH-VALUES OR CA-DEVICE-ID = LOW-VALUES
               MOVE SPACES TO DIDO DDSCO DLOCO DSENO DSTGO
               IF ERRMSGO = SPACES OR ERRMSGO = LOW-VALUES
                   MOVE 'SM580010' TO MSGX-ID
                   MOVE 'No discovered devices waiting for review - PF3'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
               GO TO 250-EXIT
           END-IF
           PERFORM 330-READ-STAGED
           MOVE CA-DEVICE-ID TO DIDO
           MOVE ASDG-DESC TO DDSCO
           MOVE ASDG-LOCATION TO DLOCO
           IF ASDG-LAST-SEEN IS NUMERIC
               MOVE ASDG-LAST-SEEN TO DSENO
           ELSE
               MOVE SPACES TO DSENO
           END-IF
           IF ASDG-STAGED-DATE IS NUMERIC
               MOVE ASDG-STAGED-DATE TO DSTGO
           ELSE
               MOVE SPACES TO DSTGO
           END-IF.
       250-EXIT.
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
