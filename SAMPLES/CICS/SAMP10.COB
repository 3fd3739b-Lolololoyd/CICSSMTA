      *
      ******************************************************************
      *DESCRIPTION: This program displays a List		       *
      *		    Contacts outside the user's ureg0001 region	       *
      *		    scope are skipped; a region keyed outside it is    *
      *		    refused and logged to SECL. 		       *
      *		    An organization id keyed in the header limits the  *
      *		    list to that orgn0001 organization's contacts.     *
      *		    The phone is decrypted with each record's nkey0001 *
      *		    key version before it is listed.		       *
      *		    The phone column is masked for INQUIRY-only users  *
      *		    and withheld from anyone without an ADMIN,         *
      *		    SERVICE, APPROVER or INQUIRY role (NAMMSK01).      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-SITE-REC.
	   COPY SITEPRM1.
       01  WS-DEFAULT-REGION			 PIC X(02) VALUE 'HQ'.
      *    The signed-on user's ureg0001 region scope - contacts in
      *    regions outside it are skipped in the list and a region
      *    keyed outside it is refused and logged to SECL.
       01  WS-UREG-KEY-LEN			 PIC S9(4) COMP VALUE 8.
       01  WS-UREG-REC.
	   COPY UREG0001.
       01  WS-REGX-WORK.
	   COPY UREGSCW1.
       01  WS-REGN-REFUSED			 PIC X(01) VALUE 'N'.
       01  WS-ORG-MATCH 			 PIC X(01) VALUE 'Y'.
       01  WS-SEC-LOG-LEN		 PIC S9(4) COMP VALUE 64.
       01  WS-SEC-LOG-REC.
	   COPY SECLOG.
      *    The phone is held encrypted under the record's nkey0001
      *    key version - the key last read is kept, since a page of
      *    the list is mostly or wholly under one version.
       01  WS-NKEY-KEY-LEN			 PIC S9(4) COMP VALUE 2.
       01  WS-NKEY-RIDFLD			 PIC X(02) VALUE SPACES.
       01  WS-NKEY-LOADED			 PIC X(02) VALUE SPACES.
       01  WS-NKEY-REC.
	   COPY NKEY0001.
       01  WS-NAM-CRYPT.
	   COPY NAMCRWK1.
      *    Contact-detail masking - the view the user's uaf00001 role
      *    flags allow (NAMMSKW1). uaf00001 record shape as SAMP20
      *    duplicates it from SM000.
       01  WS-UAF-KEY-LEN                        PIC S9(4) COMP VALUE 8.
       01  WS-UAF-REC.
	   05  WS-UAF-USERID.
	       10  WS-UAF-USERID7                PIC X(7).
	       10  FILLER                        PIC X(1).
	   05  WS-UAF-TYPE.
	       10  WS-UAF-REQUESTOR              PIC X.
	       10  WS-UAF-ADMIN                  PIC X.
	       10  WS-UAF-APPROVER               PIC X.
	       10  WS-UAF-SERVICE                PIC X.
	       10  WS-UAF-INQUIRY                PIC X.
	   05  WS-UAF-UPDATEDBY                  PIC X(8).
	   05  WS-UAF-EFFECTIVE-DATE             PIC 9(08).
	   05  WS-UAF-TERM-DATE                  PIC 9(08).
	   05  WS-UAF-PIN                        PIC X(04).
       01  WS-NAM-MASK.
	   COPY NAMMSKW1.
	   COPY DFHBMSCA.
	   COPY DFHAID.
	   COPY SAMM10.
       01  WS-MSGX-WORK.
	   COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.  COPY SAMCOMM.
       01  NAMEFILE-REC. COPY NAMEFILE.
       PROCEDURE DIVISION.
       100-PROCESS.
	   PERFORM 105-GET-SITE-REGION
	   PERFORM 106-GET-REGION-SCOPE
	   PERFORM 107-GET-VIEW
	   EXEC CICS ASSIGN
	       DEFSCRNHT (WS-ROWS)
	   END-EXEC
	       MOVE SITE-PARM-VALUE(1:2) TO WS-DEFAULT-REGION
	   END-IF
	   .
      *
      *    No ureg0001 record (or every slot blank) scopes the user
      *    to the site default region alone; slot 1 is the home
      *    region that stands in for a code keyed with no region.
       106-GET-REGION-SCOPE.
	   EXEC CICS ASSIGN
	       USERID (WS-USERID)
	   END-EXEC
	   MOVE WS-DEFAULT-REGION TO REGX-DEFAULT
	   MOVE SPACES TO WS-UREG-REC
	   MOVE WS-USERID TO UREG-USERID
	   EXEC CICS READ
	       FILE('ureg0001')
	       INTO (WS-UREG-REC)
	       RIDFLD (UREG-USERID)
	       KEYLENGTH (WS-UREG-KEY-LEN)
	       RESP (WS-RESP)
	       EQUAL
	   END-EXEC
	   IF WS-RESP NOT = DFHRESP(NORMAL)
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
      *    The phone column follows the same role rule SAMP20 applies
      *    to the whole record - ADMIN, SERVICE or APPROVER in full,
      *    INQUIRY alone masked, anyone else withheld. No uaf00001
      *    record withholds. A reveal is made on SAMP20.
       107-GET-VIEW.
	   MOVE 'N' TO NMSK-REVEALED
	   MOVE SPACES TO WS-UAF-REC
	   MOVE WS-USERID TO WS-UAF-USERID
	   EXEC CICS READ
	       FILE('uaf00001')
	       INTO (WS-UAF-REC)
	       RIDFLD (WS-UAF-USERID)
	       KEYLENGTH (WS-UAF-KEY-LEN)
	       RESP (WS-RESP)
	       EQUAL
	   END-EXEC
	   IF WS-RESP NOT = DFHRESP(NORMAL)
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
       110-EVALUATE.
      *    Region entry - typed region limits the code-ordered list
      *    (and code lookups) to that region; erasing the field goes
      *    back to all the user's regions. The home region only
      *    backstops a code keyed with no region at all. A region
      *    outside the user's scope is refused and logged.
	   MOVE 'N' TO WS-REGN-REFUSED
	   IF REGNI = DFHBMEOF
	       MOVE SPACES TO LS-REGION
	   ELSE
		   MOVE FUNCTION UPPER-CASE(REGNI) TO LS-REGION
	       END-IF
	   END-IF
	   IF LS-REGION NOT = SPACES AND LS-REGION NOT = LOW-VALUE
	       MOVE LS-REGION TO REGX-REGION
	       COPY UREGSCP1.
	       IF NOT REGX-PERMITTED
		   PERFORM 108-REFUSE-REGION
	       END-IF
	   END-IF
      *    Organization entry - a typed org id limits the list to the
      *    contacts carrying it; erasing the field lifts the filter.
	   IF ORGNI = DFHBMEOF
	       MOVE SPACES TO LS-ORG-ID
	   ELSE
	       IF ORGNI NOT = LOW-VALUE
		   MOVE FUNCTION UPPER-CASE(ORGNI) TO LS-ORG-ID
	       END-IF
	   END-IF
	   IF LS-ORG-ID = LOW-VALUE
	       MOVE SPACES TO LS-ORG-ID
	   END-IF
	   EVALUATE TRUE
      *    Fold to upper case so a lower/mixed-case typed short name
      *    still GTEQ-positions against the upper-case SHORT-NAME keys
	       IF LS-REGION NOT = SPACES AND LS-REGION NOT = LOW-VALUE
		   MOVE LS-REGION TO LS-RIDFLD(1:2)
	       ELSE
		   MOVE REGX-HOME TO LS-RIDFLD(1:2)
	       END-IF
	       MOVE FCODEI TO LS-RIDFLD(3:4)
	       SET LS-NAMEFILE TO TRUE
	   END-EVALUATE
	   MOVE LOW-VALUE TO SHRTNMO FCODEO REGNO ORGNO
	   EVALUATE EIBAID
	   WHEN DFHPF1
	       IF LS-ACTION = 'MAINT' OR 'FIND'
      *    PF7 - this shop's consistent help key (PF1 is already FIND
      *    on this screen) - see SM000/SAMP20's own PF7 branches.
	   WHEN DFHPF7
	       MOVE 'SAM10001' TO MSGX-ID
	       MOVE 'PF1=Find PF2=Next PF3=Prev PF5=Maint PF6=Jump'
		   TO MSGX-DEFAULT
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   WHEN DFHENTER
	       IF LS-ACTION = 'FIND'
		   PERFORM 210-FIND
		   IF LS-ACTION = 'MAINT'
		       SET LS-MAINT-PROG TO TRUE
		   ELSE
		       IF WS-REGN-REFUSED = 'Y'
			   PERFORM 130-NEW-MAP
		       ELSE
			   IF (REGNI NOT = DFHBMEOF
			   AND REGNI NOT = LOW-VALUE)
			   OR ORGNI NOT = LOW-VALUE
			       PERFORM 207-JUMP-TO-REGION
			   ELSE
			       PERFORM 199-INVALID
			   END-IF
		       END-IF
		   END-IF
	       END-IF
	       PERFORM 199-INVALID
	   END-EVALUATE
	   .
      *
      *    Region keyed outside the user's scope - drop it, tell the
      *    user, and log the attempt the way SM000's 310-LOG-REJECT
      *    does.
       108-REFUSE-REGION.
	   MOVE 'Y' TO WS-REGN-REFUSED
	   MOVE 'SAM10005' TO MSGX-ID
	   MOVE 'Region &1 is outside your scope' TO MSGX-DEFAULT
	   MOVE LS-REGION TO MSGX-SUB(1)
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   MOVE SPACES TO SEC-LOG-REASON
	   STRING 'CROSS-REGION BROWSE ' LS-REGION ' REFUSED'
	       DELIMITED BY SIZE INTO SEC-LOG-REASON
	   PERFORM 109-LOG-REJECT
	   MOVE SPACES TO LS-REGION
	   MOVE LOW-VALUE TO REGNI
	   .
      *
       109-LOG-REJECT.
	   MOVE EIBDATE TO SEC-LOG-DATE
	   MOVE EIBTIME TO SEC-LOG-TIME
	   MOVE EIBTRMID TO SEC-LOG-TERMID
	   MOVE WS-USERID TO SEC-LOG-USERID
	   MOVE EIBTRNID TO SEC-LOG-TRANID
	   EXEC CICS WRITEQ TD
	       QUEUE ('SECL')
	       FROM (WS-SEC-LOG-REC)
	       LENGTH (WS-SEC-LOG-LEN)
	       NOHANDLE
	   END-EXEC
	   .
      *
       120-NEXT.
	   MOVE SPACE TO LS-ACTION
	   MOVE DFHBMUNP	TO SHRTNMA
	   MOVE SPACES		TO SHRTNMO
	   MOVE DFHREVRS	TO SHRTNMH
	   MOVE 'SAM10002' TO MSGX-ID
	   MOVE 'Enter code/short name and press enter - PF24 to Cancel'
	       TO MSGX-DEFAULT
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   MOVE -1 TO SHRTNML
	   EXEC CICS SEND
		MAP ('SAMM10H')
      *    just keyed - the key leads with REGION-CODE, so GTEQ from
      *    region+low code values lands on its first record. The
      *    region filter itself was already captured in LS-REGION.
      *    A newly keyed or erased organization filter restarts the
      *    list here too, from the top of the region (or of the file).
       207-JUMP-TO-REGION.
	   MOVE SPACE TO LS-ACTION
	   MOVE SPACES TO LS-RIDFLD
	       PERFORM 300-IO-STATUS
	   END-IF
	   .
      *
      *    Step the browse past contacts in regions outside the
      *    user's scope, and past contacts of other organizations
      *    while an organization filter is set, so only permitted
      *    records reach the list.
       228-SKIP-FOREIGN.
	   MOVE REGION-CODE TO REGX-REGION
	   COPY UREGSCP1.
	   PERFORM 229-MATCH-ORG
	   PERFORM UNTIL (REGX-PERMITTED AND WS-ORG-MATCH = 'Y')
		      OR WS-RESP NOT = DFHRESP(NORMAL)
	       EXEC CICS READNEXT
		   FILE(LS-FILE)
		   RIDFLD(LS-RIDFLD)
		   SET(ADDRESS OF NAMEFILE-REC)
		   RESP(WS-RESP)
	       END-EXEC
	       PERFORM 300-IO-STATUS
	       IF WS-RESP = DFHRESP(NORMAL)
		   MOVE REGION-CODE TO REGX-REGION
		   COPY UREGSCP1.
		   PERFORM 229-MATCH-ORG
	       END-IF
	   END-PERFORM
	   .
      *
       229-MATCH-ORG.
	   MOVE 'Y' TO WS-ORG-MATCH
	   IF LS-ORG-ID NOT = SPACES
	   AND ORG-ID NOT = LS-ORG-ID
	       MOVE 'N' TO WS-ORG-MATCH
	   END-IF
	   .
      *
       220-LIST.
	   MOVE WS-CURRENT-MAP	TO LS-CURRENT-MAP
		ACCUM
		ERASE
	   END-EXEC
	   IF WS-RESP = DFHRESP (NORMAL)
	       PERFORM 228-SKIP-FOREIGN
	   END-IF
	   IF WS-RESP = DFHRESP (NORMAL)
	       MOVE LS-RIDFLD TO LS-FIRST-RIDFLD
	       MOVE KEY1 TO LS-FIRST-CODE
	       PERFORM 300-IO-STATUS
	       GO TO 225-LIST-EXIT
	   END-IF
	   PERFORM 240-DECRYPT-RECORD
	   PERFORM 246-MASK-RECORD
	   MOVE NAME-CODE    TO CCODEO
	   MOVE KEY1         TO LS-CODE LS-LAST-CODE
	   MOVE LS-RIDFLD TO LS-LAST-RIDFLD
		RESP(WS-RESP)
	   END-EXEC
	   PERFORM 300-IO-STATUS
	   IF WS-RESP = DFHRESP (NORMAL)
	       PERFORM 228-SKIP-FOREIGN
	   END-IF
	   .
       225-LIST-EXIT.
	   EXIT.
	       TERMID(WS-PRINT-TERMID)
	       NOHANDLE
	   END-EXEC
	   MOVE 'SAM10006' TO MSGX-ID
	   MOVE 'Print request queued for &1' TO MSGX-DEFAULT
	   MOVE WS-PRINT-TERMID TO MSGX-SUB(1)
	   PERFORM 9700-GET-MESSAGE
	   MOVE MSGX-TEXT TO MSGO
	   .
      *
      *    Look up the current user's preferred print terminal in
	       MOVE USRP-PRINT-TERMID TO WS-PRINT-TERMID
	   END-IF
	   .
      *
      *    Clear personal fields for the list row. A record whose key
      *    version cannot be read shows no phone rather than its
      *    stored form.
       240-DECRYPT-RECORD.
	   IF CRYPT-KEY-VERSION IS NUMERIC
	   AND CRYPT-KEY-VERSION NOT = '00'
	       IF CRYPT-KEY-VERSION NOT = WS-NKEY-LOADED
		   MOVE SPACES TO WS-NKEY-LOADED
		   MOVE CRYPT-KEY-VERSION TO WS-NKEY-RIDFLD
		   EXEC CICS READ
		       FILE('nkey0001')
		       INTO (WS-NKEY-REC)
		       RIDFLD (WS-NKEY-RIDFLD)
		       KEYLENGTH (WS-NKEY-KEY-LEN)
		       RESP (WS-RESP)
		       EQUAL
		   END-EXEC
		   IF WS-RESP = DFHRESP(NORMAL)
		       MOVE NKEY-MATERIAL TO NCR-KEY
		       MOVE CRYPT-KEY-VERSION TO WS-NKEY-LOADED
		   END-IF
	       END-IF
	       IF WS-NKEY-LOADED = SPACES
		   MOVE SPACES TO ADDRESS1 ADDRESS2 ADDRESS3 ADDRESS4
		   MOVE SPACES TO PHONE FAX NOTIFY-ADDRESS
	       ELSE
		   MOVE 'D' TO NCR-MODE
		   PERFORM 245-TRANSFORM-RECORD
		   MOVE '00' TO CRYPT-KEY-VERSION
	       END-IF
	   END-IF
	   .
      *
       245-TRANSFORM-RECORD.
	   COPY NAMCRYP1.
	   .
      *
       246-MASK-RECORD.
	   COPY NAMMSK01.
	   .
      *
       300-IO-STATUS.
	   EVALUATE WS-RESP
	   WHEN DFHRESP(DUPKEY)
	       MOVE DFHRESP(NORMAL) TO WS-RESP
	   WHEN DFHRESP(NOTFND)
	       MOVE 'SMG00002' TO MSGX-ID
	       PERFORM 9700-GET-MESSAGE
	       MOVE MSGX-TEXT TO MSGO
	   WHEN DFHRESP(ENDFILE)
	       IF  LS-ACTION = 'PREV'
	       OR  LS-ACTION = 'BOF'
		   MOVE 'BOF' TO LS-ACTION
		   MOVE 'SAM10003' TO MSGX-ID
		   MOVE 'Begining of file reached' TO MSGX-DEFAULT
		   PERFORM 9700-GET-MESSAGE
		   MOVE MSGX-TEXT TO MSGO
	       ELSE
		   MOVE 'EOF' TO LS-ACTION
		   MOVE 'SAM10004' TO MSGX-ID
		   MOVE 'End of file reached' TO MSGX-DEFAULT
		   PERFORM 9700-GET-MESSAGE
		   MOVE MSGX-TEXT TO MSGO
	       END-IF
	   WHEN OTHER
	       ADD 0 WS-RESP GIVING DISP-RESP
		   INTO MSGO
	   END-EVALUATE
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
