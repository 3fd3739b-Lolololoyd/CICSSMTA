      *             summary. Two words intersect: a ticket must carry   *
      *             both. "The frozen payroll screen" is two keyed      *
      *             words and one ENTER instead of paging SM0009 by     *
      *             eye. Tickets routed outside the user's ureg0001     *
      *             region scope are left off the list. PF3 returns     *
      *             to the menu. Reached under its own SM38 transid,    *
      *             the SM0028 precedent.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-WIDX2-SOURCE           PIC X(01).
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-USERID                     PIC X(08).
       01  WS-SITE-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-SITE-REC.
           COPY SITEPRM1.
       01  WS-UREG-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-UREG-REC.
           COPY UREG0001.
       01  WS-REGX-WORK.
           COPY UREGSCW1.
       01  WS-CA                         PIC X(01) VALUE SPACE.
       01  WS-CURRENT-MAP  VALUE 'SM38S'  PIC X(7).
       COPY SM38S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).

                     ERROR
           END-EXEC
           IF EIBCALEN = 0
               MOVE 'SM380001' TO MSGX-ID
               MOVE 'Key one or two words and press ENTER'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EVALUATE EIBAID
               END-EXEC
               PERFORM 200-SEARCH
           WHEN OTHER
               MOVE 'SM380002' TO MSGX-ID
               MOVE 'Invalid PFKey Pressed - ENTER searches, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       100-EXIT.
               MOVE SPACES TO WS-WORD2
           END-IF
           IF WS-WORD1 = SPACES
               MOVE 'SM380003' TO MSGX-ID
               MOVE 'Key at least one word of 3+ characters'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 205-LOAD-REGION-SCOPE
      *    Walk the first word's index entries in key order; a second
      *    word must also have an entry for the same ticket - the
      *    intersection is one keyed read per candidate.
               END-IF
           END-PERFORM
           IF WS-FILLED = ZERO
               MOVE 'SM380004' TO MSGX-ID
               MOVE 'No tickets match - try other words' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE 'SM380005' TO MSGX-ID
               MOVE 'Showing first matches - refine with a second word'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       200-EXIT.
           EXIT.

      *    The signed-on user's ureg0001 region scope - no record (or
      *    every slot blank) scopes the user to the site default
      *    region, site0001 DFLTREGN, 'HQ' when the site has not set
      *    one. Matches routed outside the scope are not listed.
       205-LOAD-REGION-SCOPE.
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
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
       205-EXIT.
           EXIT.

       210-CHECK-SECOND-WORD.
           MOVE 'Y' TO WS-HAVE-BOTH
           IF WS-WORD2 NOT = SPACES
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 220-EXIT
           END-IF
           MOVE TICKET-REGION TO REGX-REGION
           COPY UREGSCP1.
           IF NOT REGX-PERMITTED
               GO TO 220-EXIT
           END-IF
           ADD 1 TO WS-FILLED
           MOVE TICKET-NUM TO LNUMO(WS-FILLED)
           EVALUATE TICKET-STATUS
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
