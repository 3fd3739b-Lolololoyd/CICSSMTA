      *
      ******************************************************************
      *DESCRIPTION:name maintenance				       *
      *		   Contacts outside the user's ureg0001 region scope   *
      *		   are stepped over while browsing; a find, change,    *
      *		   add or delete that reaches one is refused and       *
      *		   logged to SECL.				       *
      *		   The organization id, when keyed, must be an active  *
      *		   orgn0001 entry (maintained on SM0059); blank leaves *
      *		   the contact unlinked.                               *
      *		   Address, phone, fax and notify address are held     *
      *		   encrypted under each record's nkey0001 key version: *
      *		   decrypted for display and before-images, encrypted  *
      *		   under the current version on add and change.        *
      *		   INQUIRY-only users see them partially masked and    *
      *		   cannot change a contact; PF11 reveals one contact   *
      *		   in full against a typed reason, logged to SECL and  *
      *		   sech0001 with the contact key. Users without an     *
      *		   ADMIN, SERVICE, APPROVER or INQUIRY role have them  *
      *		   withheld (NAMMSK01).                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-POSTAL-VALID                PIC X VALUE 'Y'.
       01  WS-PSTL-REC.
           COPY PSTLCD01.
       01  WS-ORGN-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-ORG-VALID                   PIC X VALUE 'Y'.
       01  WS-ORGN-REC.
           COPY ORGN0001.
       01  WS-PRINT-TERMID                PIC X(04) VALUE 'P001'.
       01  WS-USRP-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-USRP-REC.
       01  WS-SHORT-TAKEN                 PIC X(01) VALUE 'N'.
      *    Opaque receiving area for the duplicate-short-name probe -
      *    only the READ's response matters, never the record.
       01  WS-SHORT-CHECK-REC             PIC X(500).
       01  WS-SPOL-KEY-LEN                PIC S9(4) COMP VALUE 16.
       01  WS-SPOL-DONE                   PIC X(01) VALUE 'N'.
       01  WS-SPOL-REC.
           COPY SPOOL001.
       01  NAMEFILE-REC. COPY NAMEFILE.
      *    The address block, phone, fax and notify address are held
      *    encrypted (NAMCRYP1) under the key version each record
      *    carries - nkey0001 supplies the key as a record is
      *    decrypted on the way in and encrypted on the way out.
       01  WS-NKEY-KEY-LEN                   PIC S9(4) COMP VALUE 2.
       01  WS-NKEY-RIDFLD                    PIC X(02).
       01  WS-NKEY-FOUND                     PIC X(01) VALUE 'N'.
       01  WS-NKEY-REC.
           COPY NKEY0001.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.
      *    Single default region for this site - NAMEFILE's key now
      *    carries a REGION-CODE segment, but SAMM20 has no input
      *    field for it, so every record maintained through this
       01  WS-SITE-REC.
	   COPY SITEPRM1.
       01  WS-DEFAULT-REGION                 PIC X(02) VALUE 'HQ'.
      *    The signed-on user's ureg0001 region scope - contacts in
      *    regions outside it are stepped over while browsing, and a
      *    find, change, add or delete that reaches one is refused and
      *    logged to SECL.
       01  WS-UREG-KEY-LEN                   PIC S9(4) COMP VALUE 8.
       01  WS-UREG-REC.
           COPY UREG0001.
       01  WS-REGX-WORK.
           COPY UREGSCW1.
       01  WS-SEC-LOG-LEN                    PIC S9(4) COMP VALUE 64.
       01  WS-SEC-LOG-REC.
           COPY SECLOG.
      *    Supervisor-override support for 9040-DUPREC - uaf00001
      *    record shape inline-duplicated from SM000's own WS-REC/
      *    WS-TYPE (see SM000's 300-SEACHUSER), since SAMM20 has no
           05  WS-UAF-TERM-DATE              PIC 9(08).
           05  WS-UAF-PIN                    PIC X(04).
       01  WS-OVERRIDE-OK                    PIC X(01) VALUE 'N'.
      *    Contact-detail masking - the view the uaf00001 role flags
      *    give this user (NAMMSKW1), and the keyed sech0001 copy of
      *    a reveal event, written the way SM000's 311-WRITE-SEC-HIST
      *    writes its own.
       01  WS-NAM-MASK.
	   COPY NAMMSKW1.
       01  WS-SEC-HIST-KEY-LEN               PIC S9(4) COMP VALUE 16.
       01  WS-SEC-HIST-DONE                  PIC X(01) VALUE 'N'.
       01  WS-SEC-HIST-REC.
	   COPY SECHST01.
       01  WS-WRITE-OK                       PIC X(01) VALUE 'N'.
       01  WS-SUFFIX-TRY                     PIC 9(01) VALUE ZERO.
       01  WS-DUP-MSG                        PIC X(52) VALUE
	   COPY DFHBMSCA.
	   COPY DFHAID.
      *
       01  WS-MSGX-WORK.
	   COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA. 			 COPY SAMCOMM.
       PROCEDURE DIVISION.
       000-PROCESS.
	   PERFORM 005-GET-SITE-REGION
	   PERFORM 006-GET-REGION-SCOPE
	   PERFORM 007-GET-VIEW
	   MOVE SPACE TO MSGO
	   EXEC CICS HANDLE CONDITION
		DUPREC(9040-DUPREC)
	       MOVE SITE-PARM-VALUE(1:2) TO WS-DEFAULT-REGION
	   END-IF
	   .
      *
      *    No ureg0001 record (or every slot blank) scopes the user
      *    to the site default region alone; slot 1 is the home
      *    region a code or a new contact keyed with no region takes.
       006-GET-REGION-SCOPE.
	   EXEC CICS ASSIGN
	       USERID (WS-USERID)
	   END-EXEC
	   MOVE WS-DEFAULT-REGION TO REGX-DEFAULT
	   MOVE SPACES TO WS-UREG-REC
	   MOVE WS-USERID TO UREG-USERID
	   EXEC CICS PUSH HANDLE
	   END-EXEC
	   EXEC CICS IGNORE CONDITION
	       NOTFND
	   END-EXEC
	   EXEC CICS READ
	       FILE('ureg0001')
	       INTO (WS-UREG-REC)
	       RIDFLD (UREG-USERID)
	       KEYLENGTH (WS-UREG-KEY-LEN)
	       EQUAL
	   END-EXEC
	   EXEC CICS POP HANDLE
	   END-EXEC
	   IF EIBRESP NOT = DFHRESP(NORMAL)
	       MOVE SPACES TO WS-UREG-REC
	       MOVE WS-USERID TO UREG-USERID
	   END-IF
	   IF NOT UREG-ALL-SCOPE
	   AND UREG-REGION(1) = SPACES AND UREG-REGION(2) = SPACES
	   AND UREG-REGION(3) = SPACES AND UREG-REGION(4) = SPACES
	       MOVE REGX-DEFAULT TO UREG-REGION(1)
	   END-IF
	   MOVE UREG-REGION(1) TO REGX-HOME
	   IF REGX-HOME = SPACES
	       MOVE REGX-DEFAULT TO REGX-HOME
	   END-IF
	   .
      *
      *    The contact-detail view this user's uaf00001 role flags
      *    allow - ADMIN, SERVICE or APPROVER see the details in full,
      *    INQUIRY alone sees them masked, anyone else has them
      *    withheld. Same ASSIGN USERID/READ uaf00001 as
      *    9041-CHECK-OVERRIDE; no uaf00001 record withholds.
       007-GET-VIEW.
	   MOVE 'N' TO NMSK-REVEALED
	   MOVE SPACES TO WS-UAF-REC
	   MOVE WS-USERID TO WS-UAF-USERID
	   EXEC CICS PUSH HANDLE
	   END-EXEC
	   EXEC CICS IGNORE CONDITION
	       NOTFND
	   END-EXEC
	   EXEC CICS READ
	       FILE('uaf00001')
	       INTO(WS-UAF-REC)
	       RIDFLD(WS-UAF-USERID)
	       KEYLENGTH(WS-UAF-KEY-LEN)
	       EQUAL
	   END-EXEC
	   EXEC CICS POP HANDLE
	   END-EXEC
	   IF EIBRESP NOT = DFHRESP(NORMAL)
	       MOVE SPACES TO WS-UAF-TYPE
	   END-IF
	   EVALUATE TRUE
	   WHEN WS-UAF-ADMIN = 'Y'
	   OR WS-UAF-SERVICE = 'Y'
	   OR WS-UAF-APPROVER = 'Y'
	       SET NMSK-FULL TO TRUE
	   WHEN WS-UAF-INQUIRY = 'Y'
	       SET NMSK-PARTIAL TO TRUE
	   WHEN OTHER
	       SET NMSK-WITHHELD TO TRUE
	   END-EVALUATE
	   .
      *
       050-RECEIVE.
	   EXEC CICS HANDLE AID
		   CLEAR(9030-NEW-MAP)
		   PF24(9030-NEW-MAP)
	       END-EXEC
	   WHEN 'REVEAL'
	       EXEC CICS HANDLE AID
		   ENTER(2040-FILE-REVEAL)
		   CLEAR(1024-CANCEL)
		   PF24(1024-CANCEL)
	       END-EXEC
	   WHEN OTHER
	       EXEC CICS HANDLE AID
		   ANYKEY(9000-INVALID-ACTION)
		   PF7(1007-HELP)
		   PF9(1009-PRINT-NAME)
		   PF10(1010-RETURN-TO-MENU)
		   PF11(1011-REVEAL)
	       END-EXEC
	       EVALUATE LS-ACTION
	       WHEN 'BOF'
	   MOVE DFHBMFSE TO SHRTNMA REGNA
	   MOVE SPACES	 TO CCODEO SHRTNMO REGNO
	   MOVE DFHREVRS TO CCODEH SHRTNMH REGNH
	   MOVE 'SAM20001' TO MSGX-ID
	   MOVE 'Enter code or short name and press ENTER key'
	       TO MSGX-DEFAULT
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   MOVE -1 TO SHRTNML
	   GO TO 9120-SEND-DATA-ONLY
	   .
	   .
      *
       1004-CHANGE.
      *    Masked or withheld details would go back over the real
      *    ones, so only a full view may change a contact.
	   IF NOT NMSK-FULL
	       MOVE 'SAM20002' TO MSGX-ID
	       MOVE 'Contact details are masked for you - no change'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       GO TO 9120-SEND-DATA-ONLY
	   END-IF
	   MOVE 'CHANGE' TO LS-ACTION
	   PERFORM 9100-UNPROTECT
	   MOVE 'SMG00005' TO MSGX-ID
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   MOVE -1 TO SHRTNML
	   GO TO 9120-SEND-DATA-ONLY
	   .
			 POSTO
			 CCMNTO
			 NTFYO
			 ORGNO
	   MOVE 'SMG00006' TO MSGX-ID
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   MOVE -1 TO CCODEL
	   GO TO 9120-SEND-DATA-ONLY
	   .
	   MOVE 'DELETE' TO LS-ACTION
	   MOVE DFHBMFSE TO CONFIA
	   MOVE SPACE TO CONFIO
	   MOVE 'SAM20003' TO MSGX-ID
	   MOVE 'Type Y and ENTER to confirm delete - PF24 cancels'
	       TO MSGX-DEFAULT
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   MOVE -1 TO CONFIL
	   GO TO 9120-SEND-DATA-ONLY
	   .
	       TERMID(WS-PRINT-TERMID)
	       NOHANDLE
	   END-EXEC
	   MOVE 'SAM20022' TO MSGX-ID
	   MOVE 'Print request queued for &1' TO MSGX-DEFAULT
	   MOVE WS-PRINT-TERMID TO MSGX-SUB(1)
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   .
      *
      *    Look up the current user's preferred print terminal in
      *    PF7 - this shop's consistent help key (PF1 is already FIND
      *    on this screen) - see SM000/SAMP10's own PF7 branches.
       1007-HELP.
	   MOVE 'SAM20004' TO MSGX-ID
	   MOVE 'PF1=Find PF4=Chg PF5=Add PF6=Del PF9=Print PF11=Reveal'
	       TO MSGX-DEFAULT
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   GO TO 9120-SEND-DATA-ONLY
	   .
      *
      *    PF11 - an INQUIRY user with the details masked may see one
      *    contact in full, but only against a typed reason that goes
      *    to the security log with the contact's key. A full view
      *    has nothing to reveal; a withheld view may not.
       1011-REVEAL.
	   EVALUATE TRUE
	   WHEN NMSK-FULL
	       MOVE 'SAM20005' TO MSGX-ID
	       MOVE 'Contact details are already shown in full'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   WHEN NOT NMSK-PARTIAL
	       MOVE 'SAM20006' TO MSGX-ID
	       MOVE 'Contact details are not available to you'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   WHEN LS-CODE = SPACES OR LS-CODE = LOW-VALUES
	       MOVE 'SAM20007' TO MSGX-ID
	       MOVE 'Find a contact first' TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   WHEN OTHER
	       MOVE 'REVEAL' TO LS-ACTION
	       MOVE DFHBMFSE TO RSNA
	       MOVE DFHREVRS TO RSNH
	       MOVE SPACES TO RSNO
	       MOVE 'SAM20008' TO MSGX-ID
	       MOVE 'Type the reason to reveal and ENTER - PF24 cancels'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE -1 TO RSNL
	   END-EVALUATE
	   GO TO 9120-SEND-DATA-ONLY
	   .
      *
       1024-CANCEL.
	   MOVE 'SMG00003' TO MSGX-ID
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   EXEC CICS READ
	       FILE(LS-FILE)
	       INTO(NAMEFILE-REC)
	       PERFORM 2017-CHECK-SHORT-NAME
	   END-IF
	   IF LS-ACTION = SPACE
	       PERFORM 9160-ENCRYPT-RECORD
	       EXEC CICS WRITE
		   FILE('NAMEFILE')
		   FROM(NAMEFILE-REC)
	       IF COMMENT NOT = SPACES
		   PERFORM 236-ADD-COMMENT-HISTORY
	       END-IF
	       MOVE 'SMG00011' TO MSGX-ID
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   END-IF
	   GO TO 9120-SEND-DATA-ONLY
	   .
	       EQUAL
	       UPDATE
	   END-EXEC
	   MOVE REGION-CODE TO REGX-REGION
	   COPY UREGSCP1.
	   IF NOT REGX-PERMITTED
	       EXEC CICS UNLOCK
		   FILE('NAMEFILE')
	       END-EXEC
	       MOVE SPACES TO SEC-LOG-REASON
	       STRING 'CROSS-REGION CHANGE ' REGION-CODE ' REFUSED'
		   DELIMITED BY SIZE INTO SEC-LOG-REASON
	       PERFORM 9086-LOG-REJECT
	       MOVE 'SMG00013' TO MSGX-ID
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE SPACE TO LS-ACTION
	       PERFORM 9110-RESTORE-ATTRIBUTES
	       GO TO 9120-SEND-DATA-ONLY
	   END-IF
	   PERFORM 9150-DECRYPT-RECORD
	   IF NCR-KEY-MISSING
	       EXEC CICS UNLOCK
		   FILE('NAMEFILE')
	       END-EXEC
	       MOVE 'SAM20009' TO MSGX-ID
	       MOVE 'Record key version not available - not changed'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE SPACE TO LS-ACTION
	       PERFORM 9110-RESTORE-ATTRIBUTES
	       GO TO 9120-SEND-DATA-ONLY
	   END-IF
	   MOVE 'CHANGE' TO NA-LOG-ACTION
	   PERFORM 235-LOG-BEFORE-IMAGE
	   PERFORM 2015-EDIT
	   IF LS-ACTION = SPACE
	       PERFORM 9160-ENCRYPT-RECORD
	       EXEC CICS REWRITE
		   FILE('NAMEFILE')
		   FROM(NAMEFILE-REC)
	       AND COMMENT NOT = SPACES
		   PERFORM 236-ADD-COMMENT-HISTORY
	       END-IF
	       MOVE 'SMG00007' TO MSGX-ID
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   END-IF
	   GO TO 9120-SEND-DATA-ONLY
	   .
       2015-EDIT.
	   PERFORM 9140-MOVE-SCREEN-TO-FILE
	   IF REGION-CODE = SPACES OR REGION-CODE = LOW-VALUES
	       MOVE REGX-HOME TO REGION-CODE
	   END-IF
	   MOVE REGION-CODE TO REGX-REGION
	   COPY UREGSCP1.
	   PERFORM 2016-VALIDATE-POSTAL-CODE
	   PERFORM 2018-VALIDATE-ORG
	   EVALUATE TRUE
	   WHEN NOT REGX-PERMITTED
	       MOVE SPACES TO SEC-LOG-REASON
	       STRING 'CROSS-REGION UPDATE ' REGION-CODE ' REFUSED'
		   DELIMITED BY SIZE INTO SEC-LOG-REASON
	       PERFORM 9086-LOG-REJECT
	       MOVE 'SAM20010' TO MSGX-ID
	       MOVE 'Region is outside your scope' TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE -1 TO REGNL
	   WHEN (NAME-CODE = LOW-VALUE OR NAME-CODE = SPACE)
	       MOVE 'SAM20011' TO MSGX-ID
	       MOVE 'Code cannot be blank' TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE -1 TO CCODEL
	   WHEN (NAME = LOW-VALUES OR NAME = SPACES)
	       MOVE 'SAM20012' TO MSGX-ID
	       MOVE 'Name cannot be blank' TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE -1 TO CNAMEL
	   WHEN WS-POSTAL-VALID NOT = 'Y'
	       MOVE 'SAM20013' TO MSGX-ID
	       MOVE 'Postal code not found in reference table'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE -1 TO POSTL
	   WHEN WS-ORG-VALID NOT = 'Y'
	       MOVE 'SAM20014' TO MSGX-ID
	       MOVE 'Organization not on file or not active'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE -1 TO ORGNL
	   WHEN OTHER
	       MOVE SPACE TO MSGO LS-ACTION
	       PERFORM 9110-RESTORE-ATTRIBUTES
	   END-IF
	   IF WS-SHORT-TAKEN = 'Y'
	       MOVE 'ADD' TO LS-ACTION
	       MOVE 'SAM20015' TO MSGX-ID
	       MOVE 'Short name already in use - change it or PF24'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE -1 TO SHRTNML
	   END-IF
	   .
      *
      *    A keyed ORG-ID must name an active orgn0001 organization;
      *    blank leaves the contact unlinked. Bracketed with PUSH/POP
      *    HANDLE the same way 2016-VALIDATE-POSTAL-CODE is.
       2018-VALIDATE-ORG.
	   MOVE 'Y' TO WS-ORG-VALID
	   IF ORG-ID = LOW-VALUES
	       MOVE SPACES TO ORG-ID
	   END-IF
	   IF ORG-ID NOT = SPACES
	       EXEC CICS PUSH HANDLE
	       END-EXEC
	       EXEC CICS IGNORE CONDITION
		   NOTFND
	       END-EXEC
	       EXEC CICS READ
		   FILE('orgn0001')
		   INTO (WS-ORGN-REC)
		   RIDFLD (ORG-ID)
		   KEYLENGTH (WS-ORGN-KEY-LEN)
		   EQUAL
	       END-EXEC
	       EXEC CICS POP HANDLE
	       END-EXEC
	       IF EIBRESP NOT = DFHRESP(NORMAL)
	       OR NOT ORGN-IS-ACTIVE
		   MOVE 'N' TO WS-ORG-VALID
	       END-IF
	   END-IF
	   .
      *
       2020-FILE-DELETE.
	   IF CONFII NOT = 'Y'
	       MOVE DFHBMFSE TO CONFIA
	       MOVE SPACE TO CONFIO
	       MOVE 'SAM20003' TO MSGX-ID
	       MOVE 'Type Y and ENTER to confirm delete - PF24 cancels'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE -1 TO CONFIL
	       GO TO 9120-SEND-DATA-ONLY
	   END-IF
      *    Re-read the record the screen shows - its region decides
      *    whether this user may delete it at all, and its SHORT-NAME
      *    drives the ticket-reference count below.
	   EXEC CICS PUSH HANDLE
	   END-EXEC
	   EXEC CICS IGNORE CONDITION
	       NOTFND
	       DUPKEY
	   END-EXEC
	   EXEC CICS READ
	       FILE(LS-FILE)
	       INTO(NAMEFILE-REC)
	       RIDFLD(LS-RIDFLD)
	       GTEQ
	   END-EXEC
	   EXEC CICS POP HANDLE
	   END-EXEC
	   MOVE REGION-CODE TO REGX-REGION
	   COPY UREGSCP1.
	   IF NOT REGX-PERMITTED
	       MOVE SPACES TO SEC-LOG-REASON
	       STRING 'CROSS-REGION DELETE ' REGION-CODE ' REFUSED'
		   DELIMITED BY SIZE INTO SEC-LOG-REASON
	       PERFORM 9086-LOG-REJECT
	       MOVE 'SMG00013' TO MSGX-ID
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE SPACE TO LS-ACTION
	       GO TO 9120-SEND-DATA-ONLY
	   END-IF
      *    A contact that live tickets still route to cannot be
      *    deleted - prevention at the screen beats TKTRECN1 finding
      *    the dangling TICKET-CONTACT stamps overnight.
	   PERFORM 2021-COUNT-TICKET-REFS
	   IF WS-TKT-REF-COUNT > ZERO
	       MOVE WS-TKT-REF-COUNT TO WS-TKT-REF-EDIT
	       MOVE 'SAM20023' TO MSGX-ID
	       MOVE '&1 open tickets route here - not deleted'
		   TO MSGX-DEFAULT
	       MOVE WS-TKT-REF-EDIT TO MSGX-SUB(1)
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE SPACE TO LS-ACTION
	       GO TO 9120-SEND-DATA-ONLY
	   END-IF
	   END-EXEC
	   EXEC CICS POP HANDLE
	   END-EXEC
	   MOVE 'SMG00010' TO MSGX-ID
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   MOVE SPACE TO LS-ACTION
	   PERFORM 9080-STARTBR THRU 9080-EXIT
	   GO TO 9090-SHOW-RECORD
      *    append-only WRITEQ TD pattern 240-LOG-DISPATCH/310-LOG-
      *    REJECT use in SM000 for their own audit trails.
       235-LOG-BEFORE-IMAGE.
	   PERFORM 9150-DECRYPT-RECORD
	   MOVE EIBDATE TO NA-LOG-DATE
	   MOVE EIBTIME TO NA-LOG-TIME
	   MOVE EIBTRMID TO NA-LOG-TERMID
	       AND REGNI NOT = SPACES)
		   MOVE FUNCTION UPPER-CASE(REGNI) TO LS-RIDFLD(1:2)
	       ELSE
		   MOVE REGX-HOME TO LS-RIDFLD(1:2)
	       END-IF
	       MOVE CCODEI TO LS-RIDFLD(3:4)
	       SET LS-NAMEFILE TO TRUE
	       RIDFLD(LS-RIDFLD)
	       GTEQ
	   END-EXEC
	   MOVE 'SMG00009' TO MSGX-ID
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   MOVE REGION-CODE TO REGX-REGION
	   COPY UREGSCP1.
	   IF NOT REGX-PERMITTED
	       MOVE SPACES TO SEC-LOG-REASON
	       STRING 'CROSS-REGION FIND ' REGION-CODE ' REFUSED'
		   DELIMITED BY SIZE INTO SEC-LOG-REASON
	       PERFORM 9086-LOG-REJECT
	       MOVE SPACES TO NAMEFILE-REC
	       MOVE 'SMG00013' TO MSGX-ID
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   END-IF
	   MOVE SPACE TO LS-ACTION
	   PERFORM 9110-RESTORE-ATTRIBUTES
	   PERFORM 9130-MOVE-FILE-TO-SCREEN
	   GO TO 9120-SEND-DATA-ONLY
	   .
      *
      *    The reveal itself - the contact on the screen is read
      *    again by its key, the event naming it goes to SECL and
      *    sech0001, and it is shown unmasked for this one screen.
       2040-FILE-REVEAL.
	   IF RSNL = ZERO OR RSNI = SPACES OR RSNI = LOW-VALUES
	       MOVE 'SAM20016' TO MSGX-ID
	       MOVE 'A reason is required to reveal - PF24 cancels'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       MOVE -1 TO RSNL
	       GO TO 9120-SEND-DATA-ONLY
	   END-IF
	   EXEC CICS PUSH HANDLE
	   END-EXEC
	   EXEC CICS IGNORE CONDITION
	       NOTFND
	   END-EXEC
	   EXEC CICS READ
	       FILE('NAMEFILE')
	       INTO(NAMEFILE-REC)
	       RIDFLD(LS-CODE)
	       EQUAL
	   END-EXEC
	   EXEC CICS POP HANDLE
	   END-EXEC
	   MOVE SPACE TO LS-ACTION
	   PERFORM 9110-RESTORE-ATTRIBUTES
	   IF EIBRESP NOT = DFHRESP(NORMAL)
	       MOVE 'SAM20017' TO MSGX-ID
	       MOVE 'Record is no longer on file' TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       GO TO 9120-SEND-DATA-ONLY
	   END-IF
	   MOVE REGION-CODE TO REGX-REGION
	   COPY UREGSCP1.
	   IF NOT REGX-PERMITTED
	       MOVE SPACES TO SEC-LOG-REASON
	       STRING 'CROSS-REGION REVEAL ' REGION-CODE ' REFUSED'
		   DELIMITED BY SIZE INTO SEC-LOG-REASON
	       PERFORM 9086-LOG-REJECT
	       MOVE 'SMG00013' TO MSGX-ID
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	       GO TO 9120-SEND-DATA-ONLY
	   END-IF
	   MOVE SPACES TO SEC-LOG-REASON
	   STRING 'REVEAL ' KEY1 ' ' RSNI
	       DELIMITED BY SIZE INTO SEC-LOG-REASON
	   PERFORM 9086-LOG-REJECT
	   PERFORM 9087-WRITE-SEC-HIST
	   MOVE 'Y' TO NMSK-REVEALED
	   PERFORM 9130-MOVE-FILE-TO-SCREEN
	   MOVE 'SAM20018' TO MSGX-ID
	   MOVE 'Contact details revealed - the reveal has been logged'
	       TO MSGX-DEFAULT
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   GO TO 9120-SEND-DATA-ONLY
	   .
      *
       9000-INVALID-ACTION.
	   EXEC CICS SEND CONTROL
      *
       9030-NEW-MAP.
	   PERFORM 9080-STARTBR THRU 9080-EXIT
	   PERFORM 9085-SKIP-FOREIGN
	   MOVE SPACE TO LS-ACTION
	   PERFORM 9130-MOVE-FILE-TO-SCREEN
	   GO TO 9070-SEND-MAP
	       IF COMMENT NOT = SPACES
		   PERFORM 236-ADD-COMMENT-HISTORY
	       END-IF
	       MOVE 'SAM20019' TO MSGX-ID
	       MOVE 'Record added with override - code suffixed'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   ELSE
	       MOVE WS-DUP-MSG TO MSGO
	   END-IF
	   MOVE SPACE TO LS-ACTION
	   IF EIBAID = DFHPF3
	       MOVE 'BOF' TO LS-ACTION
	       MOVE 'SAM20020' TO MSGX-ID
	       MOVE 'Beginning of file encountered' TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   ELSE
	       MOVE 'EOF' TO LS-ACTION
	       MOVE 'SAM20021' TO MSGX-ID
	       MOVE 'End of file encountered' TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   END-IF
	   PERFORM 9110-RESTORE-ATTRIBUTES
	   IF  LS-CURRENT-MAP = WS-CURRENT-MAP
	   .
      *
       9060-NOTFND.
	   MOVE 'SMG00002' TO MSGX-ID
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   EXEC CICS HANDLE CONDITION
	       NOTFND(9050-ENDFILE)
	   END-EXEC
	       GO TO 9081-NEXT
	   END-IF
	   .
      *
      *    Step the browse past contacts outside the user's region
      *    scope, in whichever direction the key pressed is paging -
      *    running off either end lands in 9050-ENDFILE as usual.
       9085-SKIP-FOREIGN.
	   EXEC CICS IGNORE CONDITION
	       DUPKEY
	   END-EXEC
	   MOVE REGION-CODE TO REGX-REGION
	   COPY UREGSCP1.
	   PERFORM UNTIL REGX-PERMITTED
	       IF EIBAID = DFHPF3
		   EXEC CICS READPREV
		       FILE (LS-FILE)
		       INTO(NAMEFILE-REC)
		       RIDFLD (LS-RIDFLD)
		   END-EXEC
	       ELSE
		   EXEC CICS READNEXT
		       FILE (LS-FILE)
		       INTO(NAMEFILE-REC)
		       RIDFLD (LS-RIDFLD)
		   END-EXEC
	       END-IF
	       MOVE KEY1 TO LS-CODE
	       MOVE REGION-CODE TO REGX-REGION
	       COPY UREGSCP1.
	   END-PERFORM
	   .
      *
      *    Cross-region refusals go to the SECL log the way SM000's
      *    310-LOG-REJECT writes its own.
       9086-LOG-REJECT.
	   MOVE EIBDATE TO SEC-LOG-DATE
	   MOVE EIBTIME TO SEC-LOG-TIME
	   MOVE EIBTRMID TO SEC-LOG-TERMID
	   MOVE WS-USERID TO SEC-LOG-USERID
	   MOVE EIBTRNID TO SEC-LOG-TRANID
	   EXEC CICS WRITEQ TD
	       QUEUE ('SECL')
	       FROM (WS-SEC-LOG-REC)
	       LENGTH (WS-SEC-LOG-LEN)
	   END-EXEC
	   .
      *
      *    Keyed copy of the event just queued to SECL, so a reveal
      *    can be read back on SM0014 straight away - the same
      *    date+time+sequence WRITE SM000's 311-WRITE-SEC-HIST does.
      *    Bracketed with PUSH/POP HANDLE and IGNORE CONDITION DUPREC
      *    the way 9042-RETRY-SUFFIX is, since 000-PROCESS registers
      *    a global HANDLE CONDITION DUPREC.
       9087-WRITE-SEC-HIST.
	   MOVE SPACES TO WS-SEC-HIST-REC
	   EXEC CICS ASKTIME
	       ABSTIME (WS-TIME)
	   END-EXEC
	   EXEC CICS FORMATTIME
	       ABSTIME (WS-TIME)
	       YYYYMMDD (SECH-DATE)
	       TIME (SECH-TIME)
	   END-EXEC
	   MOVE WS-USERID TO SECH-USERID
	   MOVE EIBTRMID TO SECH-TERMID
	   MOVE EIBTRNID TO SECH-TRANID
	   MOVE SEC-LOG-REASON TO SECH-REASON
	   MOVE ZERO TO SECH-SEQ
	   MOVE 'N' TO WS-SEC-HIST-DONE
	   EXEC CICS PUSH HANDLE
	   END-EXEC
	   EXEC CICS IGNORE CONDITION
	       DUPREC
	   END-EXEC
	   PERFORM UNTIL WS-SEC-HIST-DONE = 'Y'
	       EXEC CICS WRITE
		   FILE ('sech0001')
		   FROM (WS-SEC-HIST-REC)
		   RIDFLD (SECH-KEY)
		   KEYLENGTH (WS-SEC-HIST-KEY-LEN)
	       END-EXEC
	       IF EIBRESP = DFHRESP(DUPREC) AND SECH-SEQ < 99
		   ADD 1 TO SECH-SEQ
	       ELSE
		   MOVE 'Y' TO WS-SEC-HIST-DONE
	       END-IF
	   END-PERFORM
	   EXEC CICS POP HANDLE
	   END-EXEC
	   .
      *
       9090-SHOW-RECORD.
	   PERFORM 9085-SKIP-FOREIGN
	   PERFORM 9130-MOVE-FILE-TO-SCREEN
	   GO TO 9120-SEND-DATA-ONLY
	   .
			    POSTA
			    CCMNTA
			    NTFYA
			    ORGNA
	   MOVE DFHREVRS TO REGNH
			    SHRTNMH
			    CNAMEH
			    POSTH
			    CCMNTH
			    NTFYH
			    ORGNH
	   .
      *
       9110-RESTORE-ATTRIBUTES.
			    POSTA
			    CCMNTA
			    NTFYA
			    ORGNA
			    RSNA
	   MOVE DFHDFHI TO CCODEH
			   REGNH
			   SHRTNMH
			   POSTH
			   CCMNTH
			   NTFYH
			   ORGNH
			   RSNH
	   .
      *
       9120-SEND-DATA-ONLY.
      *
      *
       9130-MOVE-FILE-TO-SCREEN.
	   MOVE REGION-CODE TO REGX-REGION
	   COPY UREGSCP1.
	   IF NOT REGX-PERMITTED
	       MOVE SPACES TO NAMEFILE-REC
	   END-IF
	   PERFORM 9150-DECRYPT-RECORD
	   IF NCR-KEY-MISSING
	       MOVE SPACES TO ADDRESS1 ADDRESS2 ADDRESS3 ADDRESS4
	       MOVE SPACES TO PHONE FAX NOTIFY-ADDRESS
	   END-IF
	   PERFORM 9170-MASK-RECORD
	   MOVE KEY1         TO LS-CODE
	   MOVE REGION-CODE  TO REGNO
	   MOVE NAME-CODE    TO CCODEO
	   MOVE POSTAL-CODE  TO POSTO
	   MOVE COMMENT      TO CCMNTO
	   MOVE NOTIFY-ADDRESS TO NTFYO
	   MOVE ORG-ID	     TO ORGNO
	   .
      *
       9140-MOVE-SCREEN-TO-FILE.
	   IF NTFYL > ZERO
	       MOVE NTFYI TO NOTIFY-ADDRESS
	   END-IF
	   IF ORGNL > ZERO
	       MOVE FUNCTION UPPER-CASE(ORGNI) TO ORG-ID
	   END-IF
      *
	   IF CCODEF = DFHBMEOF
	       MOVE SPACE TO NAME-CODE
	   IF NTFYF = DFHBMEOF
	       MOVE SPACE TO NOTIFY-ADDRESS
	   END-IF
	   IF ORGNF = DFHBMEOF
	       MOVE SPACE TO ORG-ID
	   END-IF
	   .
      *
      *    Bring the personal fields back to clear with the key
      *    version the record carries. A record whose key cannot be
      *    read is left as it is, with NCR-KEY-MISSING set.
       9150-DECRYPT-RECORD.
	   MOVE 'N' TO NCR-KEY-SW
	   IF CRYPT-KEY-VERSION IS NUMERIC
	   AND CRYPT-KEY-VERSION NOT = '00'
	       MOVE CRYPT-KEY-VERSION TO WS-NKEY-RIDFLD
	       PERFORM 9155-READ-KEY
	       IF WS-NKEY-FOUND = 'Y'
		   MOVE NKEY-MATERIAL TO NCR-KEY
		   MOVE 'D' TO NCR-MODE
		   PERFORM 9158-TRANSFORM-RECORD
		   MOVE '00' TO CRYPT-KEY-VERSION
	       ELSE
		   MOVE 'Y' TO NCR-KEY-SW
	       END-IF
	   END-IF
	   .
      *
      *    One nkey0001 record by WS-NKEY-RIDFLD - bracketed with
      *    PUSH/POP HANDLE like 9041-CHECK-OVERRIDE, since 000-PROCESS
      *    registers a global HANDLE CONDITION NOTFND.
       9155-READ-KEY.
	   MOVE 'N' TO WS-NKEY-FOUND
	   EXEC CICS PUSH HANDLE
	   END-EXEC
	   EXEC CICS IGNORE CONDITION
	       NOTFND
	       NOTOPEN
	   END-EXEC
	   EXEC CICS READ
	       FILE('nkey0001')
	       INTO(WS-NKEY-REC)
	       RIDFLD(WS-NKEY-RIDFLD)
	       KEYLENGTH(WS-NKEY-KEY-LEN)
	       EQUAL
	   END-EXEC
	   EXEC CICS POP HANDLE
	   END-EXEC
	   IF EIBRESP = DFHRESP(NORMAL)
	       MOVE 'Y' TO WS-NKEY-FOUND
	   END-IF
	   .
      *
      *    The record goes out under the current key version the
      *    nkey0001 control record names; with no key set up yet it
      *    is written clear, for NAMENC01 to convert.
       9160-ENCRYPT-RECORD.
	   MOVE '00' TO CRYPT-KEY-VERSION
	   MOVE '00' TO WS-NKEY-RIDFLD
	   PERFORM 9155-READ-KEY
	   IF WS-NKEY-FOUND = 'Y'
	   AND NKEY-CURRENT-VERSION IS NUMERIC
	   AND NKEY-CURRENT-VERSION NOT = '00'
	       MOVE NKEY-CURRENT-VERSION TO WS-NKEY-RIDFLD
	       PERFORM 9155-READ-KEY
	       IF WS-NKEY-FOUND = 'Y'
		   MOVE NKEY-MATERIAL TO NCR-KEY
		   MOVE 'E' TO NCR-MODE
		   PERFORM 9158-TRANSFORM-RECORD
		   MOVE WS-NKEY-RIDFLD TO CRYPT-KEY-VERSION
	       END-IF
	   END-IF
	   .
      *
       9158-TRANSFORM-RECORD.
	   COPY NAMCRYP1.
	   .
      *
      *    Masked or withheld for a user without the full view (see
      *    007-GET-VIEW), unless a reveal was just logged.
       9170-MASK-RECORD.
	   COPY NAMMSK01.
	   .
      *
       9998-RETURN.
	       END-EXEC
	   END-IF
	   .
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
