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
       01  DFHCOMMAREA                   PIC X(15).

               END-EXEC
               PERFORM 300-REOPEN-TICKET
           WHEN OTHER
               MOVE 'SM230001' TO MSGX-ID
               MOVE 'ENTER reopens with the reason - PF3 backs out'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-EVALUATE.
       210-EXIT.

       200-SHOW-TICKET.
           PERFORM 240-READ-DISPLAY
           MOVE 'SM230002' TO MSGX-ID
           MOVE 'Enter the reopen reason and press ENTER'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-SCREEN.
       200-EXIT.
           EXIT.
       300-REOPEN-TICKET.
           IF RSNL = ZERO OR RSNI = SPACES
               PERFORM 240-READ-DISPLAY
               MOVE 'SM230003' TO MSGX-ID
               MOVE 'A reopen reason is required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           EXEC CICS
                UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM230004' TO MSGX-ID
               MOVE 'Ticket no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           IF NOT TICKET-CLOSED
               EXEC CICS UNLOCK
                   FILE ('tktm0001')
               END-EXEC
               MOVE 'SM230005' TO MSGX-ID
               MOVE 'Ticket is not closed - nothing to reopen'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           SET TICKET-OPEN TO TRUE
           PERFORM 310-LOG-REOPEN
           MOVE TICKET-SUMMARY TO SUMMO
           MOVE SPACES TO CDTO CBYO RSNO
           MOVE 'SM230006' TO MSGX-ID
           MOVE 'Ticket reopened - back in the open queue'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-SCREEN.
       300-EXIT.
           EXIT.
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
