       PROGRAM-ID. SM0012.
      ******************************************************************
      *DESCRIPTION: Ticket reassignment - search NAMEFILE by code (the  *
      *             same home-region+code lookup SAMP20's find uses)    *
      *             or by short name via the NAMESHRT path, page        *
      *             through candidates with PF8, then PF5 restamps the *
      *             ticket's TICKET-CONTACT with the picked contact's   *
      *             SHORT-NAME and writes a reassigned-from-to line to  *
      *             the tktd0001 work log so routing changes show in    *
      *             the ticket's history. A SERVICE user may only       *
      *             reassign tickets in a service category ucat0001     *
      *             grants them; ADMIN is never category-bound. PF3     *
      *             returns to the menu.                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-SITE-REC.
           COPY SITEPRM1.
       01  WS-DEFAULT-REGION             PIC X(02) VALUE 'HQ'.
      *    The signed-on user's ureg0001 region scope - a code search
      *    runs under the user's home region, and a candidate outside
      *    the scope is not offered for assignment.
       01  WS-UREG-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-UREG-REC.
           COPY UREG0001.
       01  WS-REGX-WORK.
           COPY UREGSCW1.
      *    uaf00001 record shape inline-duplicated from SM000's own -
      *    ADMIN is never held to the ucat0001 category grants.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
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
       01  WS-UCTX-WORK.
           COPY UCATCKW1.
       01  WS-UCAT-REC.
           COPY UCAT0001.
       01  WS-SEC-LOG-LEN                PIC S9(4) COMP VALUE 64.
       01  WS-SEC-LOG-REC.
           COPY SECLOG.
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-NAMEFILE-REC.
       01  WS-NEXT-SEQ                   PIC 9(03) VALUE 1.
       01  WS-SEQX-WORK.
           COPY TKDSEQW1.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       01  WS-CA.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(50).

           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 106-GET-REGION-SCOPE
           IF EIBCALEN = 0
               EXEC CICS XCTL
                   PROGRAM ('SM000')
           IF EIBTRNID = 'SM12'
               PERFORM 210-CHECK-AID
           ELSE
               MOVE 'SM120001' TO MSGX-ID
               MOVE 'Enter a contact code or short name to search'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF.
       100-EXIT.
       105-EXIT.
           EXIT.

      *    No ureg0001 record (or every slot blank) scopes the user to
      *    the site default region alone; slot 1 is the home region.
       106-GET-REGION-SCOPE.
           MOVE WS-DEFAULT-REGION TO REGX-DEFAULT
           MOVE SPACES TO WS-UREG-REC
           MOVE WS-USERID TO UREG-USERID
           EXEC CICS READ
               FILE('ureg0001')
               INTO (WS-UREG-REC)
               RIDFLD (UREG-USERID)
               KEYLENGTH (WS-UREG-KEY-LEN)
               EQUAL
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
           END-IF.
       106-EXIT.
           EXIT.

       210-CHECK-AID.
           EVALUATE EIBAID
           WHEN DFHPF3
           WHEN DFHPF5
               PERFORM 340-CONFIRM-REASSIGN
           WHEN OTHER
               MOVE 'SM120002' TO MSGX-ID
               MOVE 'ENTER=search PF8=next match PF5=assign PF3=menu'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    Position the search from what was typed - a code searches
      *    the primary region+code key under the user's home region,
      *    a short name searches the NAMESHRT alternate path, the same
      *    either-or choice SAMP20's 2030-FILE-FIND makes.
       300-SEARCH-CONTACT.
           IF FCODEL > ZERO AND FCODEI NOT = SPACES
               MOVE SPACES TO CA-RIDFLD
               MOVE REGX-HOME TO CA-RIDFLD(1:2)
               MOVE FCODEI TO CA-RIDFLD(3:4)
               SET CA-NAMEFILE TO TRUE
           ELSE
                   MOVE FUNCTION UPPER-CASE(SHRTNMI) TO CA-RIDFLD
                   SET CA-SHORTNAME TO TRUE
               ELSE
                   MOVE 'SM120003' TO MSGX-ID
                   MOVE 'Enter a contact code or short name first'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-SCREEN
               END-IF
           END-IF
               GTEQ
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) OR EIBRESP = DFHRESP(DUPKEY)
               PERFORM 315-SHOW-CANDIDATE
           ELSE
               MOVE SPACES TO CA-FOUND-KEY CA-FOUND-SHORT
               MOVE SPACES TO DSHRTO DNAMEO DCONTO
               MOVE 'SM120004' TO MSGX-ID
               MOVE 'No matching contact found' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-SCREEN.
       310-EXIT.
           EXIT.

      *    Show the candidate just read - one in a region outside the
      *    user's scope keeps the search position (PF8 steps past it)
      *    but is neither shown nor assignable, and the attempt goes
      *    to the SECL log.
       315-SHOW-CANDIDATE.
           MOVE WS-RIDFLD TO CA-RIDFLD
           MOVE KEY1 TO CA-FOUND-KEY
           MOVE REGION-CODE TO REGX-REGION
           COPY UREGSCP1.
           IF REGX-PERMITTED
               MOVE SHORT-NAME TO CA-FOUND-SHORT
               MOVE SHORT-NAME TO DSHRTO
               MOVE NAME TO DNAMEO
               MOVE CONTACT-NAME TO DCONTO
               MOVE 'SM120005' TO MSGX-ID
               MOVE 'PF5 assigns this contact - PF8 for next match'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE SPACES TO CA-FOUND-SHORT
               MOVE SPACES TO DSHRTO DNAMEO DCONTO
               MOVE 'SM120006' TO MSGX-ID
               MOVE 'Contact is outside your regions - PF8 for next'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'CROSS-REGION CONTACT ' REGION-CODE ' REFUSED'
                   DELIMITED BY SIZE INTO SEC-LOG-REASON
               END-STRING
               PERFORM 317-LOG-REJECT
           END-IF.
       315-EXIT.
           EXIT.

      *    Same SECL record SM000's 310-LOG-REJECT writes.
       317-LOG-REJECT.
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
       317-EXIT.
           EXIT.

      *    Step the search on to the next record past the current
      *    screens use for PF8.
       320-NEXT-CANDIDATE.
           IF CA-FOUND-KEY = SPACES
               MOVE 'SM120007' TO MSGX-ID
               MOVE 'Search for a contact first' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           MOVE CA-RIDFLD TO WS-RIDFLD
               RIDFLD (WS-RIDFLD)
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) OR EIBRESP = DFHRESP(DUPKEY)
               PERFORM 315-SHOW-CANDIDATE
           ELSE
               MOVE 'SM120008' TO MSGX-ID
               MOVE 'No further matches' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           EXEC CICS ENDBR
               FILE (CA-FILE)
      *    and the status is re-verified under the lock.
       340-CONFIRM-REASSIGN.
           IF CA-FOUND-SHORT = SPACES
               MOVE 'SM120009' TO MSGX-ID
               MOVE 'Search for and display a contact first'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           EXEC CICS
                UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM120010' TO MSGX-ID
               MOVE 'Ticket no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           IF TICKET-CLOSED
               EXEC CICS UNLOCK
                   FILE ('tktm0001')
               END-EXEC
               MOVE 'SM120011' TO MSGX-ID
               MOVE 'Ticket is closed - reassignment not applied'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           PERFORM 341-CHECK-CATEGORY
           IF NOT UCTX-PERMITTED
               EXEC CICS UNLOCK
                   FILE ('tktm0001')
               END-EXEC
               MOVE 'SM120012' TO MSGX-ID
               MOVE
                   'Service category &1 is not granted to you - not reas
      -            'signed'
                   TO MSGX-DEFAULT
               MOVE UCTX-SVC-CATEGORY TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           MOVE TICKET-CONTACT TO CA-OLD-CONTACT
           MOVE CA-FOUND-SHORT TO TICKET-CONTACT
           MOVE CA-FOUND-KEY(1:2) TO TICKET-REGION
           EXEC CICS REWRITE
               FILE ('tktm0001')
               FROM (WS-TICKET-REC)
           PERFORM 990-WRITE-JOURNAL
           PERFORM 350-LOG-REASSIGNMENT
           MOVE CA-FOUND-SHORT TO CURCTO
           MOVE 'SM120013' TO MSGX-ID
           MOVE 'Reassigned to &1' TO MSGX-DEFAULT
           MOVE CA-FOUND-SHORT TO MSGX-SUB(1)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-SCREEN.
       340-EXIT.
           EXIT.

      *    A SERVICE desk user reassigns only tickets in a service
      *    category ucat0001 grants them; ADMIN is never category-
      *    bound. The refusal goes to the SECL log.
       341-CHECK-CATEGORY.
           MOVE 'Y' TO UCTX-PERMIT
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
               MOVE SPACES TO WS-UAF-TYPE
           END-IF
           IF WS-UAF-ADMIN NOT = 'Y'
               MOVE WS-USERID TO UCTX-USERID
               MOVE TICKET-SVC-CODE TO UCTX-SVC-CODE
               PERFORM 342-CHECK-GRANT
           END-IF
           IF NOT UCTX-PERMITTED
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'CATEGORY ' UCTX-SVC-CATEGORY
                      ' REASSIGN REFUSED ' TICKET-NUM
                   DELIMITED BY SIZE INTO SEC-LOG-REASON
               END-STRING
               PERFORM 317-LOG-REJECT
           END-IF.
       341-EXIT.
           EXIT.

      *    Service-category grant test - the ticket's service code is
      *    looked up on svcc0001 and the user needs a ucat0001 grant
      *    for its category, or the ** all-categories grant. See
      *    UCATCKW1.
       342-CHECK-GRANT.
           MOVE 'Y' TO UCTX-PERMIT
           MOVE SPACES TO UCTX-SVC-AREA
           IF UCTX-SVC-CODE NOT = SPACES
               AND UCTX-SVC-CODE NOT = LOW-VALUES
               EXEC CICS READ
                   FILE('svcc0001')
                   INTO (UCTX-SVC-AREA)
                   RIDFLD (UCTX-SVC-CODE)
                   KEYLENGTH (UCTX-SVC-KEY-LEN)
                   EQUAL
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND UCTX-SVC-CATEGORY NOT = SPACES
                   MOVE 'N' TO UCTX-PERMIT
                   MOVE UCTX-SVC-CATEGORY TO UCTX-CATEGORY
                   EXEC CICS READ
                       FILE('ucat0001')
                       INTO (WS-UCAT-REC)
                       RIDFLD (UCTX-KEY)
                       KEYLENGTH (UCTX-KEY-LEN)
                       EQUAL
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       MOVE '**' TO UCTX-CATEGORY
                       EXEC CICS READ
                           FILE('ucat0001')
                           INTO (WS-UCAT-REC)
                           RIDFLD (UCTX-KEY)
                           KEYLENGTH (UCTX-KEY-LEN)
                           EQUAL
                       END-EXEC
                   END-IF
                   IF EIBRESP = DFHRESP(NORMAL)
                       MOVE 'Y' TO UCTX-PERMIT
                   END-IF
               END-IF
           END-IF.
       342-EXIT.
           EXIT.

       350-LOG-REASSIGNMENT.
           MOVE SPACES TO SEQX-LAST
           MOVE CA-TICKET-NUM TO TICKD-TICKET-NUM
           END-EXEC.
       990-EXIT.
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
