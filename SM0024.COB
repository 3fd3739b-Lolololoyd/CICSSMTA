       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY BDYCOMM.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO HRGNA HDATA
           MOVE SPACES TO HRGNO HDATO
           MOVE 'SM240001' TO MSGX-ID
           MOVE 'Enter region and date YYYYMMDD, then ENTER'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO HRGNL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO HDSCL
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO HRGNA HDATA
           MOVE SPACE TO HRGNO HDATO HDSCO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO HRGNL
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
               FILE ('bday0001')
               INTO (WS-BDAY-REC)
                   RIDFLD (BDAY-KEY)
                   KEYLENGTH (WS-BDAY-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
                   FILE ('bday0001')
                   FROM (WS-BDAY-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           EVALUATE TRUE
           WHEN BDAY-REGION = SPACES OR BDAY-REGION = LOW-VALUES
               MOVE 'SM240002' TO MSGX-ID
               MOVE 'Region required - ** is the global set'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO HRGNL
           WHEN HDATL > ZERO AND HDATI NOT NUMERIC
               MOVE 'SM240003' TO MSGX-ID
               MOVE 'Date must be numeric YYYYMMDD' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO HDATL
           WHEN BDAY-DATE = ZERO
               MOVE 'SM240004' TO MSGX-ID
               MOVE 'Date cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO HDATL
           WHEN BDAY-DESC = LOW-VALUES OR BDAY-DESC = SPACES
               MOVE 'SM240005' TO MSGX-ID
               MOVE 'Description cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO HDSCL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-BDAY-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-BDAY-REC
           MOVE ZERO TO BDAY-DATE
               KEYLENGTH (WS-BDAY-KEY-LEN)
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
           MOVE -1 TO HDATL
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
           MOVE SPACES TO WS-BDAY-REC
           MOVE ZERO TO BDAY-DATE
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
