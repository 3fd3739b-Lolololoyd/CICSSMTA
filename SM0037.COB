       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(34).

               MOVE SPACES TO WS-CA
               MOVE ZERO TO CA-RPT-DATE
               MOVE 1 TO CA-TOP-SEQ
               MOVE 'SM370001' TO MSGX-ID
               MOVE 'Key a report id and run date, then ENTER'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           ELSE
               MOVE DFHCOMMAREA TO WS-CA
                   AND WS-UAF-INQUIRY NOT = 'Y')
               MOVE SPACES TO WS-CA
               MOVE 1 TO CA-TOP-SEQ
               MOVE 'SM370002' TO MSGX-ID
               MOVE 'Report viewer requires ADMIN, SERVICE or INQUIRY'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       110-EXIT.
               PERFORM 150-APPLY-PICK
               PERFORM 200-LIST-PAGE
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
                   MOVE FDATI TO CA-RPT-DATE
                   MOVE 1 TO CA-TOP-SEQ
               ELSE
                   MOVE 'SM370003' TO MSGX-ID
                   MOVE 'Run date must be a YYYYMMDD date'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           END-IF.
               END-IF
           END-PERFORM
           IF WS-FILLED = ZERO AND ERRMSGO = SPACES
               MOVE 'SM370004' TO MSGX-ID
               MOVE 'No lines on file for that report and date'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           IF WS-EOF = 'Y' AND WS-FILLED > ZERO AND ERRMSGO = SPACES
               MOVE 'SM370005' TO MSGX-ID
               MOVE 'End of report' TO MSGX-DEFAULT
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
