      *             DELETE/FIND over the printer records the SM0021     *
      *             spool sender consults for status and automatic      *
      *             failover, modeled on SM0008's maintenance screen.   *
      *             Type M makes the entry a mail destination rather    *
      *             than a terminal (blank is a printer terminal) - its *
      *             requests go out on the mail gateway through         *
      *             SPLMAL01 instead of to a printer.                   *
      *             Reached under its own SM39 transid, the SM0028      *
      *             precedent.                                          *
      ******************************************************************
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY PRTCOMM.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO PTRMA
           MOVE SPACES TO PTRMO
           MOVE 'SM390001' TO MSGX-ID
           MOVE 'Enter printer terminal id and press ENTER'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PTRML
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PLOCL
           GO TO 9120-SEND-DATA-ONLY.
      *
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO PTRMA
           MOVE SPACE TO PTRMO PLOCO PACTO PBKPO PTYPO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PTRML
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
               FILE ('prtr0001')
               INTO (WS-FILE-REC)
                   RIDFLD (PRTR-TERMID)
                   KEYLENGTH (WS-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
                   FILE ('prtr0001')
                   FROM (WS-FILE-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           EVALUATE TRUE
           WHEN PRTR-TERMID = LOW-VALUES OR PRTR-TERMID = SPACES
               MOVE 'SM390002' TO MSGX-ID
               MOVE 'Printer terminal id cannot be blank'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PTRML
           WHEN PRTR-ACTIVE NOT = 'Y' AND PRTR-ACTIVE NOT = 'N'
               AND PRTR-ACTIVE NOT = SPACE
               MOVE 'SM390003' TO MSGX-ID
               MOVE 'Active flag must be Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PACTL
           WHEN PRTR-BACKUP = PRTR-TERMID
               AND PRTR-BACKUP NOT = SPACES
               MOVE 'SM390004' TO MSGX-ID
               MOVE 'A printer cannot back itself up' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PBKPL
           WHEN PRTR-TYPE NOT = 'M' AND PRTR-TYPE NOT = SPACE
               MOVE 'SM390005' TO MSGX-ID
               MOVE 'Type must be M (mail) or blank (printer)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PTYPL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               PERFORM 9110-RESTORE-ATTRIBUTES
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-FILE-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
               KEYLENGTH (WS-KEY-LEN)
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
           MOVE -1 TO PTRML
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
           MOVE SPACES TO WS-FILE-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
       9100-UNPROTECT.
           MOVE DFHBMFSE TO PLOCA
                            PACTA
                            PBKPA
                            PTYPA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO PTRMA
                            PLOCA
                            PACTA
                            PBKPA
                            PTYPA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
           MOVE PRTR-LOCATION TO PLOCO
           MOVE PRTR-ACTIVE TO PACTO
           MOVE PRTR-BACKUP TO PBKPO
           MOVE PRTR-TYPE TO PTYPO
           IF PRTR-FAIL-COUNT NUMERIC
               MOVE PRTR-FAIL-COUNT TO PFLCO
           ELSE
       9140-MOVE-SCREEN-TO-FILE.
           IF PTRML > ZERO
               MOVE FUNCTION UPPER-CASE(PTRMI) TO PRTR-TERMID
           END-IF
           IF PLOCL > ZERO
               MOVE PLOCI TO PRTR-LOCATION
           END-IF
           IF PACTL > ZERO
               MOVE FUNCTION UPPER-CASE(PACTI) TO PRTR-ACTIVE
           END-IF
           IF PBKPL > ZERO
               MOVE FUNCTION UPPER-CASE(PBKPI) TO PRTR-BACKUP
           END-IF
           IF PTYPL > ZERO
               MOVE FUNCTION UPPER-CASE(PTYPI) TO PRTR-TYPE
           END-IF
           IF PRTR-TYPE = LOW-VALUE
               MOVE SPACE TO PRTR-TYPE
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM39')
      *    (same idiom as SM0008's TRANSID('SM08')) rather than
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
