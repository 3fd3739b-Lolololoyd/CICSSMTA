       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).

           MOVE WS-USERID(1:7) TO WS-USERID7
           PERFORM 110-CHECK-ADMIN
           IF EIBCALEN = 0
               MOVE 'SM450001' TO MSGX-ID
               MOVE 'Key the suspended userid and press ENTER'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EVALUATE EIBAID
               END-EXEC
               PERFORM 300-REACTIVATE
           WHEN OTHER
               MOVE 'SM450002' TO MSGX-ID
               MOVE 'Invalid PFKey Pressed - ENTER acts, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       100-EXIT.
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR WS-MY-ADMIN NOT = 'Y'
               MOVE 'SM450003' TO MSGX-ID
               MOVE 'Reactivation requires ADMIN access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       110-EXIT.

       300-REACTIVATE.
           IF RUSRL = ZERO OR RUSRI = SPACES
               MOVE 'SM450004' TO MSGX-ID
               MOVE 'Userid required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE FUNCTION UPPER-CASE(RUSRI) TO WS-TARGET
                UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM450005' TO MSGX-ID
               MOVE 'Userid not on UAF00001' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-UAF-UPDATEDBY NOT = 'UAFDRM02'
               AND WS-UAF-UPDATEDBY NOT = 'SECWATCH'
               MOVE 'SM450006' TO MSGX-ID
               MOVE 'Not a policy suspension - use SM0007'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               EXEC CICS UNLOCK
                   FILE ('uaf00001')
               END-EXEC
           END-IF
           IF WS-UAF-TERM-DATE NOT NUMERIC
               OR WS-UAF-TERM-DATE = ZERO
               MOVE 'SM450007' TO MSGX-ID
               MOVE 'Account is not suspended' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               EXEC CICS UNLOCK
                   FILE ('uaf00001')
               END-EXEC
           COMPUTE WS-TERM-INT =
               FUNCTION INTEGER-OF-DATE(WS-UAF-TERM-DATE)
           IF WS-TODAY-INT - WS-TERM-INT > WS-GRACE-DAYS
               MOVE 'SM450008' TO MSGX-ID
               MOVE 'Grace period passed - use SM0007' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               EXEC CICS UNLOCK
                   FILE ('uaf00001')
               END-EXEC
               FROM (WS-SEC-LOG-REC)
               LENGTH (WS-SEC-LOG-LEN)
           END-EXEC
           MOVE 'SM450009' TO MSGX-ID
           MOVE 'Account &1 reactivated' TO MSGX-DEFAULT
           MOVE WS-TARGET TO MSGX-SUB(1)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       300-EXIT.
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
