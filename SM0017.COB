       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(104).

               END-EXEC
               PERFORM 300-APPLY-FLAGS
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
               END-IF
           END-PERFORM
           PERFORM 201-BUILD-PAGE
           MOVE 'SM170002' TO MSGX-ID
           MOVE '&1 session(s) flagged for sign-off' TO MSGX-DEFAULT
           MOVE WS-FORCED-COUNT TO MSGX-SUB(1)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.
               END-IF
           END-PERFORM
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM170001' TO MSGX-ID
               MOVE 'End of session list' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF.
       201-EXIT.
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
