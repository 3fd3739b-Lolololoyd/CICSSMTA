       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).

           END-EXEC
           IF EIBCALEN = 0
               PERFORM 150-READ-OWN-DELEGATION
               MOVE 'SM270001' TO MSGX-ID
               MOVE 'Name a delegate and window - PF6 withdraws'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           EVALUATE EIBAID
               PERFORM 300-SAVE-DELEGATION
           WHEN OTHER
               PERFORM 150-READ-OWN-DELEGATION
               MOVE 'SM270002' TO MSGX-ID
               MOVE 'ENTER saves, PF6 withdraws, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-EVALUATE.
       100-EXIT.
           PERFORM 150-READ-OWN-DELEGATION
           EVALUATE TRUE
           WHEN DLGL = ZERO OR DLGI = SPACES
               MOVE 'SM270003' TO MSGX-ID
               MOVE 'Delegate userid is required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN FUNCTION UPPER-CASE(DLGI) = WS-USERID
               MOVE 'SM270004' TO MSGX-ID
               MOVE 'Cannot delegate to yourself' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN FRDTL = ZERO OR FRDTI NOT NUMERIC
               MOVE 'SM270005' TO MSGX-ID
               MOVE 'From date must be numeric YYYYMMDD' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN TODTL = ZERO OR TODTI NOT NUMERIC
               MOVE 'SM270006' TO MSGX-ID
               MOVE 'To date must be numeric YYYYMMDD' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN TODTI < FRDTI
               MOVE 'SM270007' TO MSGX-ID
               MOVE 'Window ends before it starts' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN OTHER
               MOVE SPACES TO ERRMSGO
           END-EVALUATE
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM270008' TO MSGX-ID
               MOVE 'Delegate is not a provisioned userid'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           PERFORM 350-POLICY-CHECK
           MOVE DLGT-DELEGATE TO DLGO
           MOVE DLGT-FROM-DATE TO FRDTO
           MOVE DLGT-TO-DATE TO TODTO
           MOVE 'SM270009' TO MSGX-ID
           MOVE 'Delegation saved' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-SCREEN.
       300-EXIT.
           EXIT.
               AND WS-TODAY > WS-DLG-TERM-DATE)
               MOVE 'DELEGATION REJECT - DELEGATE NOT ACTIVE'
                   TO WS-POLICY-MSG
               MOVE 'SM270010' TO MSGX-ID
               MOVE 'Delegate account is not active' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           IF WS-POLICY-MSG = SPACES
               AND WS-DLG-REQUESTOR = 'Y'
               MOVE 'DELEGATION REJECT - REQUESTOR CONFLICT'
                   TO WS-POLICY-MSG
               MOVE 'SM270011' TO MSGX-ID
               MOVE 'Delegate holds REQUESTOR - SoD conflict'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           IF WS-POLICY-MSG = SPACES
               AND WS-DLG-ADMIN = 'Y'
               MOVE 'DELEGATION REJECT - ADMIN CONFLICT'
                   TO WS-POLICY-MSG
               MOVE 'SM270012' TO MSGX-ID
               MOVE 'Delegate holds ADMIN - SoD conflict'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           IF WS-POLICY-MSG = SPACES
               EXEC CICS READ
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE 'DELEGATION REJECT - CHAINED DELEGATION'
                       TO WS-POLICY-MSG
                   MOVE 'SM270013' TO MSGX-ID
                   MOVE 'Delegate has delegated onward - no chains'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
           END-IF
           IF WS-POLICY-MSG = SPACES
               IF WS-TO-INT - WS-FROM-INT > WS-MAX-DAYS
                   MOVE 'DELEGATION REJECT - WINDOW TOO LONG'
                       TO WS-POLICY-MSG
                   MOVE 'SM270014' TO MSGX-ID
                   MOVE 'Window exceeds the site maximum'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
           END-IF
           IF WS-POLICY-MSG NOT = SPACES
                   KEYLENGTH (WS-STD-KEY-LEN)
               END-EXEC
               MOVE SPACES TO DLGO FRDTO TODTO
               MOVE 'SM270015' TO MSGX-ID
               MOVE 'Delegation withdrawn' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE 'SM270016' TO MSGX-ID
               MOVE 'No delegation on file to withdraw' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-SCREEN.
       400-EXIT.
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
