       01  WS-CURRENT-MAP  VALUE 'SM06S'  PIC X(7).
       COPY SM06S.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-TOP-RIDFLD             PIC X(08).
           WHEN DFHPF7
               PERFORM 220-PREV-PAGE
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
               FILE ('uaf00001')
           END-EXEC
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM060001' TO MSGX-ID
               MOVE 'End of user list' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       200-EXIT.
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
