       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).

               END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE 'SM280001' TO MSGX-ID
               MOVE 'Enter userid, flags RAPSI, hours and reason'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           EVALUATE EIBAID
               END-EXEC
               PERFORM 300-GRANT-ACCESS
           WHEN OTHER
               MOVE 'SM280002' TO MSGX-ID
               MOVE 'ENTER grants - PF3 returns to the menu'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-EVALUATE.
       100-EXIT.
       300-GRANT-ACCESS.
           EVALUATE TRUE
           WHEN TUSRL = ZERO OR TUSRI = SPACES
               MOVE 'SM280003' TO MSGX-ID
               MOVE 'Userid to elevate is required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN GFLGL = ZERO OR GFLGI = SPACES
               MOVE 'SM280004' TO MSGX-ID
               MOVE 'Flags required - Y under R/A/P/S/I positions'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN GHRSL = ZERO OR GHRSI NOT NUMERIC
               MOVE 'SM280005' TO MSGX-ID
               MOVE 'Grant life in hours (01-99) is required'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN GRSNL = ZERO OR GRSNI = SPACES
               MOVE 'SM280006' TO MSGX-ID
               MOVE 'A reason is mandatory for break-glass access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN OTHER
               MOVE SPACES TO ERRMSGO
           END-EVALUATE
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM280007' TO MSGX-ID
               MOVE 'Userid is not provisioned on UAF00001'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           MOVE GHRSI TO WS-HOURS
               DELIMITED BY SIZE INTO SEC-LOG-REASON
           END-STRING
           PERFORM 390-LOG-SECURITY
           MOVE 'SM280008' TO MSGX-ID
           MOVE 'Granted to &1 until &2 &3' TO MSGX-DEFAULT
           MOVE BGLS-USERID TO MSGX-SUB(1)
           MOVE BGLS-EXPIRE-DATE TO MSGX-SUB(2)
           MOVE BGLS-EXPIRE-TIME TO MSGX-SUB(3)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-SCREEN.
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
