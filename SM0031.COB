       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY PRBCOMM.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO PNUMA
           MOVE SPACES TO PNUMO
           MOVE 'SM310001' TO MSGX-ID
           MOVE 'Enter problem number and press ENTER key'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PNUML
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PSTAL
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9100-UNPROTECT
           MOVE SPACE TO PNUMO PSTAO PSVCO PDSCO PRBYO PRDTO PVDTO
                         PTKTO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PSVCL
           GO TO 9120-SEND-DATA-ONLY.
      *
           GO TO 9998-RETURN.
      *
       1024-CANCEL.
           MOVE 'SMG00003' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           EXEC CICS READ
               FILE ('prbm0001')
               INTO (WS-PRBM-REC)
                   KEYLENGTH (WS-PRBM-KEY-LEN)
               END-EXEC
               PERFORM 9130-MOVE-FILE-TO-SCREEN
               MOVE 'SM310005' TO MSGX-ID
               MOVE 'Problem &1 raised' TO MSGX-DEFAULT
               MOVE PRBM-NUM TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
                   FROM (WS-PRBM-REC)
               END-EXEC
               PERFORM 9130-MOVE-FILE-TO-SCREEN
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           EVALUATE TRUE
           WHEN PRBM-SVC-CODE = LOW-VALUES OR PRBM-SVC-CODE = SPACES
               MOVE 'SM310002' TO MSGX-ID
               MOVE 'Service code cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PSVCL
           WHEN PRBM-DESC = LOW-VALUES OR PRBM-DESC = SPACES
               MOVE 'SM310003' TO MSGX-ID
               MOVE 'Describe the problem first' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PDSCL
           WHEN LS-ACTION = 'CHANGE'
               AND PRBM-STATUS NOT = 'O' AND PRBM-STATUS NOT = 'R'
               AND PRBM-STATUS NOT = 'S' AND PRBM-STATUS NOT = 'V'
               MOVE 'SM310004' TO MSGX-ID
               MOVE 'Status must be O, R, S or V' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PSTAL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               KEYLENGTH (WS-PRBM-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SMG00009' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
      *
       9040-DUPREC.
           MOVE -1 TO PNUML
           MOVE 'SMG00004' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       9060-NOTFND.
           MOVE 'SMG00002' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-PRBM-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
                   COMMAREA (DFHCOMMAREA)
               END-EXEC
           END-IF.
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
