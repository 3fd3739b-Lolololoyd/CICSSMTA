       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(176).

           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR WS-UAF-ADMIN NOT = 'Y'
               MOVE 'SM340001' TO MSGX-ID
               MOVE 'Batch request queue requires ADMIN access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE SPACES TO WS-CA
               PERFORM 230-SEND-PAGE
           END-IF.
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
           IF WS-JOB-OK NOT = 'Y'
               MOVE 'SM340002' TO MSGX-ID
               MOVE 'Job is not on the queueable-jobs list'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EXEC CICS ASKTIME
           PERFORM 310-WRITE-REQUEST
           MOVE LOW-VALUES TO CA-TOP-KEY
           PERFORM 201-BUILD-PAGE
           MOVE 'SM340004' TO MSGX-ID
           MOVE '&1 queued for the next pickup' TO MSGX-DEFAULT
           MOVE WS-JOB-NAME TO MSGX-SUB(1)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.
               END-IF
           END-PERFORM
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM340003' TO MSGX-ID
               MOVE 'End of request queue' TO MSGX-DEFAULT
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
