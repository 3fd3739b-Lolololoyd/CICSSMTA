       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY BCSCOMM.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO BCIDA
           MOVE SPACES TO BCIDO
           MOVE 'SM150001' TO MSGX-ID
           MOVE 'Enter message id and press ENTER key' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO BCIDL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO BTXTL
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO BCIDA
           MOVE SPACE TO BCIDO BTXTO BSTRTO BENDTO BACKRO BADLNO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO BCIDL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1006-DELETE.
           MOVE 'DELETE' TO LS-ACTION
           MOVE 'SMG00008' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       1010-RETURN-TO-MENU.
           GO TO 9998-RETURN.
      *
       1024-CANCEL.
           MOVE 'SMG00003' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           EXEC CICS READ
               FILE ('bcst0001')
               INTO (WS-BCST-REC)
                   RIDFLD (BCST-MSG-ID)
                   KEYLENGTH (WS-STD-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
                   FILE ('bcst0001')
                   FROM (WS-BCST-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           EVALUATE TRUE
           WHEN BCST-MSG-ID = LOW-VALUES OR BCST-MSG-ID = SPACES
               MOVE 'SM150002' TO MSGX-ID
               MOVE 'Message id cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO BCIDL
           WHEN BCST-TEXT = LOW-VALUES OR BCST-TEXT = SPACES
               MOVE 'SM150003' TO MSGX-ID
               MOVE 'Message text cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO BTXTL
           WHEN BSTRTI NOT = SPACES AND BSTRTI NOT NUMERIC
               MOVE 'SM150004' TO MSGX-ID
               MOVE 'Start date must be numeric YYYYMMDD'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO BSTRTL
           WHEN BENDTI NOT = SPACES AND BENDTI NOT NUMERIC
               MOVE 'SM150005' TO MSGX-ID
               MOVE 'End date must be numeric YYYYMMDD' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO BENDTL
           WHEN BACKRI NOT = SPACE AND BACKRI NOT = 'Y'
               AND BACKRI NOT = 'N' AND BACKRI NOT = 'y'
               AND BACKRI NOT = 'n'
               MOVE 'SM150006' TO MSGX-ID
               MOVE 'Ack required must be Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO BACKRL
           WHEN BADLNI NOT = SPACES AND BADLNI NOT NUMERIC
               MOVE 'SM150007' TO MSGX-ID
               MOVE 'Ack deadline must be numeric YYYYMMDD'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO BADLNL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-STD-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-BCST-REC
           MOVE ZERO TO BCST-START-DATE BCST-END-DATE
               KEYLENGTH (WS-STD-KEY-LEN)
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
           MOVE -1 TO BCIDL
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
           MOVE SPACES TO WS-BCST-REC
           MOVE ZERO TO BCST-START-DATE BCST-END-DATE
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
