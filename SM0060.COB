       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0060.
      ******************************************************************
      *DESCRIPTION: Contact-details change review - the CHANGED answers *
      *             CNFIN01 staged pending on cnfs0001 from the yearly  *
      *             confirmation cycle, put in front of an ADMIN one at *
      *             a time in contact-key order: the details on         *
      *             NAMEFILE beside the ones the contact returned, the  *
      *             returned lines that differ shown bright. Action A   *
      *             applies the returned details to NAMEFILE - a NAUD   *
      *             before-image first, as SAMP20 logs a CHANGE, then   *
      *             every replaced value written to named0001 as a      *
      *             history line - and stamps LAST-VERIFIED-DATE with   *
      *             the date the answer came in. R rejects it and       *
      *             leaves NAMEFILE as it was; ENTER with no action     *
      *             skips to the next. ADMIN users only, self-looping   *
      *             under its own SM60 transid (the SM0058 shape); PF3  *
      *             returns to the menu.                                *
      *             Personal fields are decrypted for the comparison    *
      *             and the merge and go back under the current         *
      *             nkey0001 key version; a contact under a key version *
      *             that cannot be read is not changed.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-LENGTH                     PIC S9(4) COMP.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-CNFS-KEY-LEN               PIC S9(4) COMP VALUE 6.
       01  WS-NAMEFILE-KEY-LEN           PIC S9(4) COMP VALUE 6.
       01  WS-NAME-DTL-KEY-LEN           PIC S9(4) COMP VALUE 9.
       01  WS-NAME-AUD-LEN               PIC S9(4) COMP VALUE 484.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-FOUND                      PIC X(01) VALUE 'N'.
       01  WS-WRAPPED                    PIC X(01) VALUE 'N'.
       01  WS-USERID                     PIC X(08).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-NOW-TIME                   PIC 9(06) VALUE ZERO.
       01  WS-ACTION                     PIC X(01) VALUE SPACE.
       01  WS-PENDING                    PIC 9(05) VALUE ZERO.
       01  WS-NEXT-SEQ                   PIC 9(03) VALUE ZERO.
       01  WS-CNFS-RID                   PIC X(06) VALUE SPACES.
       01  WS-LAST-KEY                   PIC X(06) VALUE SPACES.
       01  WS-HIST-LABEL                 PIC X(10) VALUE SPACES.
       01  WS-HIST-VALUE                 PIC X(50) VALUE SPACES.
       01  WS-DONE-MSG                   PIC X(71) VALUE SPACES.
       01  WS-NKEY-KEY-LEN               PIC S9(4) COMP VALUE 2.
       01  WS-NKEY-RIDFLD                PIC X(02) VALUE SPACES.
       01  WS-NKEY-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-NKEY-REC.
           COPY NKEY0001.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.
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
       01  WS-CNFS-REC.
           COPY CNFS0001.
       01  WS-NAMEFILE-REC.
           COPY NAMEFILE.
       01  WS-NAME-AUD-REC.
           COPY NAMAUD01.
       01  WS-NAME-DTL-REC.
           COPY NAMED0001.
       01  WS-CA.
           05  CA-CONTACT-KEY            PIC X(06).
       01  WS-CURRENT-MAP  VALUE 'SM60S'  PIC X(7).
       COPY SM60S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(06).

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
               TIME (WS-NOW-TIME)
           END-EXEC
           PERFORM 110-CHECK-ADMIN
           IF EIBCALEN = 0
               MOVE LOW-VALUES TO CA-CONTACT-KEY
               PERFORM 400-NEXT-PENDING
               MOVE LOW-VALUES TO SM60MO
               IF CA-CONTACT-KEY NOT = HIGH-VALUES
                   MOVE 'SM600001' TO MSGX-ID
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

      *    The SM60 transid can be keyed raw, so the role is checked
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
               EXEC CICS RECEIVE MAP('SM60M')
                   MAPSET ('SM60S')
                   INTO (SM60MI)
               END-EXEC
               PERFORM 300-APPLY-ACTION
               MOVE LOW-VALUES TO SM60MO
               MOVE WS-DONE-MSG TO ERRMSGO
               PERFORM 230-SEND-PANEL
           WHEN OTHER
               MOVE 'SM600002' TO MSGX-ID
               MOVE 'Invalid PFKey Pressed - ENTER acts, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 240-RESEND-ENTRY
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    The staged change on the panel is re-read under UPDATE, so
      *    one another ADMIN settled meanwhile is not settled twice.
       300-APPLY-ACTION.
           MOVE SPACES TO WS-DONE-MSG
           MOVE SPACE TO WS-ACTION
           IF ACTL > ZERO AND ACTI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(ACTI) TO WS-ACTION
           END-IF
           IF WS-ACTION NOT = SPACE AND WS-ACTION NOT = 'A'
               AND WS-ACTION NOT = 'R'
               AND CA-CONTACT-KEY NOT = LOW-VALUES
               AND CA-CONTACT-KEY NOT = HIGH-VALUES
               MOVE 'SM600003' TO MSGX-ID
               MOVE 'Action is A (accept), R (reject) or blank to skip'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO ACTL
               PERFORM 240-RESEND-ENTRY
           END-IF
           MOVE CA-CONTACT-KEY TO WS-LAST-KEY
           EVALUATE TRUE
           WHEN CA-CONTACT-KEY = LOW-VALUES
           WHEN CA-CONTACT-KEY = HIGH-VALUES
               PERFORM 400-NEXT-PENDING
           WHEN WS-ACTION = SPACE
               PERFORM 400-NEXT-PENDING
               MOVE 'SM600007' TO MSGX-ID
               MOVE 'Skipped &1' TO MSGX-DEFAULT
               MOVE WS-LAST-KEY TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-DONE-MSG
           WHEN OTHER
               PERFORM 305-SETTLE-CHANGE
           END-EVALUATE.
       300-EXIT.
           EXIT.

      *    A or R against the staged change, locked for the duration.
       305-SETTLE-CHANGE.
           MOVE CA-CONTACT-KEY TO CNFS-KEY
           EXEC CICS READ
               FILE('cnfs0001')
               INTO (WS-CNFS-REC)
               RIDFLD (CNFS-KEY)
               KEYLENGTH (WS-CNFS-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR NOT CNFS-PENDING
               PERFORM 400-NEXT-PENDING
               MOVE 'SM600008' TO MSGX-ID
               MOVE '&1 was already reviewed elsewhere' TO MSGX-DEFAULT
               MOVE WS-LAST-KEY TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-DONE-MSG
           ELSE
               IF WS-ACTION = 'A'
                   PERFORM 310-APPLY-CHANGE
                   SET CNFS-ACCEPTED TO TRUE
                   MOVE 'SM600009' TO MSGX-ID
                   MOVE '&1 updated on NAMEFILE and verified'
                       TO MSGX-DEFAULT
                   MOVE CNFS-KEY TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO WS-DONE-MSG
               ELSE
                   SET CNFS-REJECTED TO TRUE
                   MOVE 'SM600010' TO MSGX-ID
                   MOVE '&1 rejected - NAMEFILE left as it was'
                       TO MSGX-DEFAULT
                   MOVE CNFS-KEY TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO WS-DONE-MSG
               END-IF
               MOVE WS-USERID TO CNFS-REVIEWED-BY
               MOVE WS-TODAY-DATE TO CNFS-REVIEWED-DATE
               EXEC CICS REWRITE
                   FILE('cnfs0001')
                   FROM (WS-CNFS-REC)
               END-EXEC
               PERFORM 400-NEXT-PENDING
           END-IF.
       305-EXIT.
           EXIT.

      *    Accept - the contact is locked, its prior contents go to
      *    NAUD the way SAMP20 logs a CHANGE, each value about to be
      *    replaced goes to named0001 under a heading line, and only
      *    then are the returned details written over it.
       310-APPLY-CHANGE.
           EXEC CICS READ
               FILE ('NAMEFILE')
               INTO (WS-NAMEFILE-REC)
               RIDFLD (CNFS-KEY)
               KEYLENGTH (WS-NAMEFILE-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK
                   FILE ('cnfs0001')
               END-EXEC
               MOVE 'SM600004' TO MSGX-ID
               MOVE 'Contact no longer on NAMEFILE - reject it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO ACTL
               PERFORM 240-RESEND-ENTRY
           END-IF
           PERFORM 350-DECRYPT-RECORD THRU 350-EXIT
           IF NCR-KEY-MISSING
               EXEC CICS UNLOCK
                   FILE ('NAMEFILE')
               END-EXEC
               EXEC CICS UNLOCK
                   FILE ('cnfs0001')
               END-EXEC
               MOVE 'SM600005' TO MSGX-ID
               MOVE 'Contact key version not available - not applied'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO ACTL
               PERFORM 240-RESEND-ENTRY
           END-IF
           MOVE 'CONFRM' TO NA-LOG-ACTION
           PERFORM 320-LOG-BEFORE-IMAGE
           PERFORM 340-NEXT-HISTORY-SEQ
           MOVE SPACES TO WS-HIST-LABEL WS-HIST-VALUE
           STRING 'Confirm reply ' CNFS-RECEIVED-DATE
                  ' accepted by ' WS-USERID
               DELIMITED BY SIZE INTO WS-HIST-VALUE
           END-STRING
           PERFORM 330-ADD-HISTORY-LINE
           IF CNFS-ADDRESS1 NOT = ADDRESS1
               MOVE 'Old addr1 ' TO WS-HIST-LABEL
               MOVE ADDRESS1 TO WS-HIST-VALUE
               PERFORM 330-ADD-HISTORY-LINE
               MOVE CNFS-ADDRESS1 TO ADDRESS1
           END-IF
           IF CNFS-ADDRESS2 NOT = ADDRESS2
               MOVE 'Old addr2 ' TO WS-HIST-LABEL
               MOVE ADDRESS2 TO WS-HIST-VALUE
               PERFORM 330-ADD-HISTORY-LINE
               MOVE CNFS-ADDRESS2 TO ADDRESS2
           END-IF
           IF CNFS-ADDRESS3 NOT = ADDRESS3
               MOVE 'Old addr3 ' TO WS-HIST-LABEL
               MOVE ADDRESS3 TO WS-HIST-VALUE
               PERFORM 330-ADD-HISTORY-LINE
               MOVE CNFS-ADDRESS3 TO ADDRESS3
           END-IF
           IF CNFS-ADDRESS4 NOT = ADDRESS4
               MOVE 'Old addr4 ' TO WS-HIST-LABEL
               MOVE ADDRESS4 TO WS-HIST-VALUE
               PERFORM 330-ADD-HISTORY-LINE
               MOVE CNFS-ADDRESS4 TO ADDRESS4
           END-IF
           IF CNFS-POSTAL-CODE NOT = POSTAL-CODE
               MOVE 'Old postal' TO WS-HIST-LABEL
               MOVE POSTAL-CODE TO WS-HIST-VALUE
               PERFORM 330-ADD-HISTORY-LINE
               MOVE CNFS-POSTAL-CODE TO POSTAL-CODE
           END-IF
           IF CNFS-PHONE NOT = PHONE
               MOVE 'Old phone ' TO WS-HIST-LABEL
               MOVE PHONE TO WS-HIST-VALUE
               PERFORM 330-ADD-HISTORY-LINE
               MOVE CNFS-PHONE TO PHONE
           END-IF
           IF CNFS-NOTIFY-ADDRESS NOT = NOTIFY-ADDRESS
               MOVE 'Old notify' TO WS-HIST-LABEL
               MOVE NOTIFY-ADDRESS TO WS-HIST-VALUE
               PERFORM 330-ADD-HISTORY-LINE
               MOVE CNFS-NOTIFY-ADDRESS TO NOTIFY-ADDRESS
           END-IF
           MOVE CNFS-RECEIVED-DATE TO LAST-VERIFIED-DATE
           IF CONFIRM-SENT-DATE IS NOT NUMERIC
               MOVE ZERO TO CONFIRM-SENT-DATE
           END-IF
           PERFORM 360-ENCRYPT-RECORD THRU 360-EXIT
           EXEC CICS REWRITE
               FILE ('NAMEFILE')
               FROM (WS-NAMEFILE-REC)
           END-EXEC.
       310-EXIT.
           EXIT.

      *    SAMP20's 235-LOG-BEFORE-IMAGE - the record as it stood, to
      *    TD queue NAUD, before the change is applied.
       320-LOG-BEFORE-IMAGE.
           MOVE EIBDATE TO NA-LOG-DATE
           MOVE EIBTIME TO NA-LOG-TIME
           MOVE EIBTRMID TO NA-LOG-TERMID
           MOVE REGION-CODE TO NA-REGION-CODE
           MOVE NAME-CODE TO NA-NAME-CODE
           MOVE SHORT-NAME TO NA-SHORT-NAME
           MOVE NAME TO NA-NAME
           MOVE CONTACT-NAME TO NA-CONTACT-NAME
           MOVE ADDRESS1 TO NA-ADDRESS1
           MOVE ADDRESS2 TO NA-ADDRESS2
           MOVE ADDRESS3 TO NA-ADDRESS3
           MOVE ADDRESS4 TO NA-ADDRESS4
           MOVE POSTAL-CODE TO NA-POSTAL-CODE
           MOVE PHONE TO NA-PHONE
           MOVE FAX TO NA-FAX
           MOVE COMMENT TO NA-COMMENT
           MOVE NOTIFY-ADDRESS TO NA-NOTIFY-ADDRESS
           EXEC CICS WRITEQ TD
               QUEUE ('NAUD')
               FROM (WS-NAME-AUD-REC)
               LENGTH (WS-NAME-AUD-LEN)
           END-EXEC.
       320-EXIT.
           EXIT.

      *    One named0001 line - label and old value - at the next
      *    sequence number, the SAMP20 236-ADD-COMMENT-HISTORY write.
       330-ADD-HISTORY-LINE.
           MOVE SPACES TO WS-NAME-DTL-REC
           MOVE REGION-CODE TO NAMED-REGION-CODE
           MOVE NAME-CODE TO NAMED-NAME-CODE
           MOVE WS-NEXT-SEQ TO NAMED-SEQ-NUM
           MOVE WS-USERID TO NAMED-ENTERED-BY
           MOVE WS-TODAY-DATE TO NAMED-ENTERED-DATE
           MOVE WS-NOW-TIME TO NAMED-ENTERED-TIME
           MOVE WS-HIST-LABEL TO NAMED-TEXT(1:10)
           MOVE WS-HIST-VALUE TO NAMED-TEXT(11:50)
           IF WS-HIST-LABEL = SPACES
               MOVE WS-HIST-VALUE TO NAMED-TEXT
           END-IF
           EXEC CICS WRITE
               FILE ('named0001')
               FROM (WS-NAME-DTL-REC)
               RIDFLD (NAMED-KEY)
               KEYLENGTH (WS-NAME-DTL-KEY-LEN)
           END-EXEC
           ADD 1 TO WS-NEXT-SEQ.
       330-EXIT.
           EXIT.

      *    SAMP20's 237-NEXT-COMMENT-SEQ - a HIGH-VALUES STARTBR and
      *    READPREV under this contact finds the last line it has.
       340-NEXT-HISTORY-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE REGION-CODE TO NAMED-REGION-CODE
           MOVE NAME-CODE TO NAMED-NAME-CODE
           MOVE HIGH-VALUES TO NAMED-SEQ-NUM-X
           EXEC CICS STARTBR FILE('named0001')
                RIDFLD (NAMED-KEY)
                KEYLENGTH (WS-NAME-DTL-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('named0001')
                    INTO (WS-NAME-DTL-REC)
                    RIDFLD (NAMED-KEY)
                    KEYLENGTH (WS-NAME-DTL-KEY-LEN)
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND NAMED-REGION-CODE = REGION-CODE
                   AND NAMED-NAME-CODE = NAME-CODE
                   COMPUTE WS-NEXT-SEQ = NAMED-SEQ-NUM + 1
               END-IF
               EXEC CICS ENDBR FILE('named0001')
               END-EXEC
           END-IF.
       340-EXIT.
           EXIT.

      *    Personal fields back to clear. A record under a key
      *    version that cannot be read is left stored and flagged, and
      *    the change is not applied over it.
       350-DECRYPT-RECORD.
           MOVE 'N' TO NCR-KEY-SW
           IF CRYPT-KEY-VERSION NOT NUMERIC
               OR CRYPT-KEY-VERSION = '00'
               GO TO 350-EXIT
           END-IF
           MOVE CRYPT-KEY-VERSION TO WS-NKEY-RIDFLD
           PERFORM 355-READ-KEY THRU 355-EXIT
           IF WS-NKEY-FOUND NOT = 'Y'
               MOVE 'Y' TO NCR-KEY-SW
               GO TO 350-EXIT
           END-IF
           MOVE NKEY-MATERIAL TO NCR-KEY
           MOVE 'D' TO NCR-MODE
           PERFORM 365-TRANSFORM-RECORD THRU 365-EXIT
           MOVE '00' TO CRYPT-KEY-VERSION.
       350-EXIT.
           EXIT.

       355-READ-KEY.
           MOVE 'N' TO WS-NKEY-FOUND
           EXEC CICS READ
               FILE ('nkey0001')
               INTO (WS-NKEY-REC)
               RIDFLD (WS-NKEY-RIDFLD)
               KEYLENGTH (WS-NKEY-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-NKEY-FOUND
           END-IF.
       355-EXIT.
           EXIT.

      *    Written back under the current key version the nkey0001
      *    control record names; clear if no key is set up yet, for
      *    NAMENC01 to convert.
       360-ENCRYPT-RECORD.
           MOVE '00' TO CRYPT-KEY-VERSION
           MOVE '00' TO WS-NKEY-RIDFLD
           PERFORM 355-READ-KEY THRU 355-EXIT
           IF WS-NKEY-FOUND NOT = 'Y'
               OR NKEY-CURRENT-VERSION NOT NUMERIC
               OR NKEY-CURRENT-VERSION = '00'
               GO TO 360-EXIT
           END-IF
           MOVE NKEY-CURRENT-VERSION TO WS-NKEY-RIDFLD
           PERFORM 355-READ-KEY THRU 355-EXIT
           IF WS-NKEY-FOUND = 'Y'
               MOVE NKEY-MATERIAL TO NCR-KEY
               MOVE 'E' TO NCR-MODE
               PERFORM 365-TRANSFORM-RECORD THRU 365-EXIT
               MOVE WS-NKEY-RIDFLD TO CRYPT-KEY-VERSION
           END-IF.
       360-EXIT.
           EXIT.

       365-TRANSFORM-RECORD.
           COPY NAMCRYP1.
           CONTINUE.
       365-EXIT.
           EXIT.

      *    The next pending change after the one just dealt with, in
      *    key order, wrapping once to the front of the file so a
      *    skipped change comes round again. HIGH-VALUES when none.
       400-NEXT-PENDING.
           MOVE 'N' TO WS-FOUND WS-WRAPPED
           MOVE CA-CONTACT-KEY TO WS-LAST-KEY
           MOVE CA-CONTACT-KEY TO WS-CNFS-RID
           PERFORM 410-BROWSE-PENDING
           IF WS-FOUND = 'N' AND WS-LAST-KEY NOT = LOW-VALUES
               MOVE 'Y' TO WS-WRAPPED
               MOVE LOW-VALUES TO WS-CNFS-RID
               PERFORM 410-BROWSE-PENDING
           END-IF
           IF WS-FOUND = 'Y'
               MOVE CNFS-KEY TO CA-CONTACT-KEY
           ELSE
               MOVE HIGH-VALUES TO CA-CONTACT-KEY
           END-IF.
       400-EXIT.
           EXIT.

      *    One pass from WS-CNFS-RID; the starting change itself is
      *    only taken on the wrapped pass, as the last one left.
       410-BROWSE-PENDING.
           EXEC CICS STARTBR FILE('cnfs0001')
                RIDFLD (WS-CNFS-RID)
                KEYLENGTH (WS-CNFS-KEY-LEN)
                GTEQ
           END-EXEC
           MOVE 'N' TO WS-EOF
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('cnfs0001')
                    INTO (WS-CNFS-REC)
                    RIDFLD (WS-CNFS-RID)
                    KEYLENGTH (WS-CNFS-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF CNFS-PENDING
                       AND (CNFS-KEY NOT = WS-LAST-KEY
                            OR WS-WRAPPED = 'Y')
                       MOVE 'Y' TO WS-FOUND WS-EOF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('cnfs0001')
               NOHANDLE
           END-EXEC.
       410-EXIT.
           EXIT.

      *    Changes still waiting - the figure on the panel heading.
       420-COUNT-PENDING.
           MOVE ZERO TO WS-PENDING
           MOVE LOW-VALUES TO WS-CNFS-RID
           EXEC CICS STARTBR FILE('cnfs0001')
                RIDFLD (WS-CNFS-RID)
                KEYLENGTH (WS-CNFS-KEY-LEN)
                GTEQ
           END-EXEC
           MOVE 'N' TO WS-EOF
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('cnfs0001')
                    INTO (WS-CNFS-REC)
                    RIDFLD (WS-CNFS-RID)
                    KEYLENGTH (WS-CNFS-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF CNFS-PENDING
                       ADD 1 TO WS-PENDING
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('cnfs0001')
               NOHANDLE
           END-EXEC.
       420-EXIT.
           EXIT.

      *    The change on the panel, or an empty panel once nothing is
      *    left pending.
       230-SEND-PANEL.
           PERFORM 420-COUNT-PENDING
           PERFORM 250-SHOW-CHANGE
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M60DATEO)
           END-EXEC
           MOVE WS-PENDING TO PCNTO
           MOVE -1 TO ACTL
           MOVE LENGTH OF SM60MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM60M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM60MO)
               LENGTH (WS-LENGTH)
               CURSOR
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM60')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

      *    An edit failure goes back with the change redisplayed and
      *    the action typed carried out again.
       240-RESEND-ENTRY.
           PERFORM 420-COUNT-PENDING
           PERFORM 250-SHOW-CHANGE
           IF ACTL > ZERO
               MOVE ACTI TO ACTO
           END-IF
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M60DATEO)
           END-EXEC
           MOVE WS-PENDING TO PCNTO
           MOVE LENGTH OF SM60MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM60M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM60MO)
               LENGTH (WS-LENGTH)
               CURSOR
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM60')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       240-EXIT.
           EXIT.

      *    Current NAMEFILE details on the left, the returned ones on
      *    the right; a returned line that differs is shown bright.
       250-SHOW-CHANGE.
           IF CA-CONTACT-KEY = HIGH-VALUES
               OR CA-CONTACT-KEY = LOW-VALUES
               MOVE SPACES TO CREGO CCODO CSHNO CNAMO RCVDO RFRMO
               IF ERRMSGO = SPACES OR ERRMSGO = LOW-VALUES
                   MOVE 'SM600006' TO MSGX-ID
                   MOVE 'No contact-detail changes waiting - PF3'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
           ELSE
               PERFORM 255-SHOW-DETAILS
           END-IF.
       250-EXIT.
           EXIT.

       255-SHOW-DETAILS.
           MOVE SPACES TO WS-CNFS-REC
           MOVE CA-CONTACT-KEY TO CNFS-KEY
           EXEC CICS READ
               FILE('cnfs0001')
               INTO (WS-CNFS-REC)
               RIDFLD (CNFS-KEY)
               KEYLENGTH (WS-CNFS-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACES TO WS-NAMEFILE-REC
           EXEC CICS READ
               FILE ('NAMEFILE')
               INTO (WS-NAMEFILE-REC)
               RIDFLD (CA-CONTACT-KEY)
               KEYLENGTH (WS-NAMEFILE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-NAMEFILE-REC
               MOVE 'NOT ON NAMEFILE' TO NAME
           END-IF
           PERFORM 350-DECRYPT-RECORD THRU 350-EXIT
           IF NCR-KEY-MISSING
               MOVE SPACES TO ADDRESS1 ADDRESS2 ADDRESS3 ADDRESS4
               MOVE SPACES TO PHONE FAX NOTIFY-ADDRESS
           END-IF
           MOVE CNFS-REGION-CODE TO CREGO
           MOVE CNFS-NAME-CODE TO CCODO
           MOVE SHORT-NAME TO CSHNO
           MOVE NAME TO CNAMO
           IF CNFS-RECEIVED-DATE IS NUMERIC
               MOVE CNFS-RECEIVED-DATE TO RCVDO
           ELSE
               MOVE SPACES TO RCVDO
           END-IF
           MOVE CNFS-SENDER TO RFRMO
           MOVE ADDRESS1 TO OAD1O
           MOVE CNFS-ADDRESS1 TO NAD1O
           IF CNFS-ADDRESS1 NOT = ADDRESS1
               MOVE DFHBMASB TO NAD1A
           END-IF
           MOVE ADDRESS2 TO OAD2O
           MOVE CNFS-ADDRESS2 TO NAD2O
           IF CNFS-ADDRESS2 NOT = ADDRESS2
               MOVE DFHBMASB TO NAD2A
           END-IF
           MOVE ADDRESS3 TO OAD3O
           MOVE CNFS-ADDRESS3 TO NAD3O
           IF CNFS-ADDRESS3 NOT = ADDRESS3
               MOVE DFHBMASB TO NAD3A
           END-IF
           MOVE ADDRESS4 TO OAD4O
           MOVE CNFS-ADDRESS4 TO NAD4O
           IF CNFS-ADDRESS4 NOT = ADDRESS4
               MOVE DFHBMASB TO NAD4A
           END-IF
           MOVE POSTAL-CODE TO OPSTO
           MOVE CNFS-POSTAL-CODE TO NPSTO
           IF CNFS-POSTAL-CODE NOT = POSTAL-CODE
               MOVE DFHBMASB TO NPSTA
           END-IF
           MOVE PHONE TO OPHNO
           MOVE CNFS-PHONE TO NPHNO
           IF CNFS-PHONE NOT = PHONE
               MOVE DFHBMASB TO NPHNA
           END-IF
           MOVE NOTIFY-ADDRESS TO ONTFO
           MOVE CNFS-NOTIFY-ADDRESS TO NNTFO
           IF CNFS-NOTIFY-ADDRESS NOT = NOTIFY-ADDRESS
               MOVE DFHBMASB TO NNTFA
           END-IF.
       255-EXIT.
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
