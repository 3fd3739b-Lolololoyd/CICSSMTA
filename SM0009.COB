      *             them for free. Page position inside a path's        *
      *             duplicate set is a raw offset carried in the        *
      *             commarea. Typing S against a line carries that      *
      *             ticket number back to the SM000 menu. Tickets       *
      *             routed to a region outside the user's ureg0001      *
      *             scope are never listed. PF7/PF8 page, PF3 returns   *
      *             to the menu.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY TKWA0001.
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-SITE-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-SITE-REC.
           COPY SITEPRM1.
       01  WS-UREG-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-UREG-REC.
           COPY UREG0001.
       01  WS-REGX-WORK.
           COPY UREGSCW1.
       01  WS-CA.
           COPY TKBCOMM.
       01  WS-SM-CA.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(105).

           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 120-LOAD-REGION-SCOPE
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               MOVE LOW-VALUES TO CA-TOP-RIDFLD
       100-EXIT.
           EXIT.

      *    The signed-on user's ureg0001 region scope - no record (or
      *    every slot blank) scopes the user to the site default
      *    region, site0001 DFLTREGN, 'HQ' when the site has not set
      *    one. Tickets routed outside the scope are left off the list.
       120-LOAD-REGION-SCOPE.
           MOVE 'HQ' TO REGX-DEFAULT
           MOVE 'DFLTREGN' TO SITE-PARM-ID
           EXEC CICS READ
               FILE('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (SITE-PARM-ID)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND SITE-PARM-VALUE(1:2) NOT = SPACES
               MOVE SITE-PARM-VALUE(1:2) TO REGX-DEFAULT
           END-IF
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
       120-EXIT.
           EXIT.

      *    The M filter owns the requestor path, then the C filter
      *    the contact path, then the plain primary-key browse - one
      *    mode per task, settled once.
                   PERFORM 200-LIST-PAGE
               END-IF
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
               END-IF
           END-PERFORM
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM090001' TO MSGX-ID
               MOVE 'End of ticket list' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       200-EXIT.
               AND CA-FILT-CONTACT NOT = LOW-VALUES
               AND TICKET-CONTACT NOT = CA-FILT-CONTACT
               MOVE 'N' TO WS-MATCH
           END-IF
           MOVE TICKET-REGION TO REGX-REGION
           COPY UREGSCP1.
           IF NOT REGX-PERMITTED
               MOVE 'N' TO WS-MATCH
           END-IF.
       250-EXIT.
           EXIT.
           END-EXEC.
       230-EXIT.
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
