       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY PSTCOMM.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO PCODA
           MOVE SPACES TO PCODO
           MOVE 'SM180001' TO MSGX-ID
           MOVE 'Enter postal code and press ENTER key' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PCODL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PCTYL
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO PCODA
           MOVE SPACE TO PCODO PCTYO PSTAO PACTO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PCODL
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
               FILE ('pstl0001')
               INTO (WS-PSTL-REC)
                   RIDFLD (PSTL-CODE)
                   KEYLENGTH (WS-PSTL-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
                   FILE ('pstl0001')
                   FROM (WS-PSTL-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           EVALUATE TRUE
           WHEN PSTL-CODE = LOW-VALUES OR PSTL-CODE = SPACES
               MOVE 'SM180002' TO MSGX-ID
               MOVE 'Postal code cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PCODL
           WHEN PSTL-CITY = LOW-VALUES OR PSTL-CITY = SPACES
               MOVE 'SM180003' TO MSGX-ID
               MOVE 'City cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PCTYL
           WHEN PSTL-ACTIVE NOT = 'Y' AND PSTL-ACTIVE NOT = 'N'
               MOVE 'SM180004' TO MSGX-ID
               MOVE 'Active flag must be Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PACTL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-PSTL-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-PSTL-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
               KEYLENGTH (WS-PSTL-KEY-LEN)
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
           MOVE -1 TO PCODL
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
           MOVE SPACES TO WS-PSTL-REC
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
