      *             the id list), modeled on SM0008's service-catalog   *
      *             maintenance screen. Every consumer falls back to    *
      *             its compiled-in value when a record is missing.     *
      *             Every ADD/CHANGE/DELETE needs a reason keyed on the *
      *             screen and writes a sith0001 history record (old    *
      *             and new value, who, when, why) - SM0065 shows a     *
      *             parameter's history and restores a prior value,     *
      *             SITRPT01 lists each day's changes for sign-off.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-USERID                     PIC X(08).
       01  WS-ADMIN-OK                   PIC X(01) VALUE 'N'.
       01  WS-SITH-KEY-LEN               PIC S9(4) COMP VALUE 24.
       01  WS-HIST-ACTION                PIC X(01).
       01  WS-REASON                     PIC X(40).
       01  WS-UAF-REC.
           05  WS-UAF-USERID.
               10  WS-UAF-USERID7        PIC X(7).
           05  WS-UAF-PIN                PIC X(04).
       01  WS-SITE-REC.
           COPY SITEPRM1.
       01  WS-OLD-SITE-REC.
           COPY SITEPRM1 REPLACING LEADING ==SITE-== BY ==OLD-==.
       01  WS-SITH-REC.
           COPY SITH0001.
       COPY SM25S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY SITCOMM.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO PRMIDA
           MOVE SPACES TO PRMIDO
           MOVE 'SM250001' TO MSGX-ID
           MOVE 'Enter parameter id and press ENTER key' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PRMIDL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE SPACES TO PRSNO
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PVALL
           GO TO 9120-SEND-DATA-ONLY.
      *
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO PRMIDA
           MOVE SPACE TO PRMIDO PVALO PDSCO PRSNO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PRMIDL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1006-DELETE.
           MOVE 'DELETE' TO LS-ACTION
           MOVE DFHBMFSE TO PRSNA
           MOVE SPACES TO PRSNO
           MOVE 'SM250002' TO MSGX-ID
           MOVE 'Key reason and press ENTER to delete - PF24 to cancel'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PRSNL
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
               FILE ('site0001')
               INTO (WS-SITE-REC)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO PRSNO
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
           IF WS-ADMIN-OK NOT = 'Y'
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           MOVE SPACES TO WS-SITE-REC WS-OLD-SITE-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE SITE-PARM-ID TO LS-RIDFLD
                   RIDFLD (SITE-PARM-ID)
                   KEYLENGTH (WS-SITE-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE 'A' TO WS-HIST-ACTION
               PERFORM 2050-WRITE-HISTORY
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
               EQUAL
               UPDATE
           END-EXEC
           MOVE WS-SITE-REC TO WS-OLD-SITE-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('site0001')
                   FROM (WS-SITE-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE 'C' TO WS-HIST-ACTION
               PERFORM 2050-WRITE-HISTORY
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           EVALUATE TRUE
           WHEN SITE-PARM-ID = LOW-VALUES OR SITE-PARM-ID = SPACES
               MOVE 'SM250003' TO MSGX-ID
               MOVE 'Parameter id cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PRMIDL
           WHEN SITE-PARM-VALUE = LOW-VALUES
                OR SITE-PARM-VALUE = SPACES
               MOVE 'SM250004' TO MSGX-ID
               MOVE 'Parameter value cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PVALL
           WHEN WS-REASON = LOW-VALUES OR WS-REASON = SPACES
               MOVE 'SM250005' TO MSGX-ID
               MOVE 'A reason for the change is required'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PRSNL
           WHEN WS-SITE-REC = WS-OLD-SITE-REC
               MOVE 'SM250006' TO MSGX-ID
               MOVE 'Nothing has been changed - change data or PF24'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PVALL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
           IF WS-ADMIN-OK NOT = 'Y'
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           MOVE SPACES TO WS-REASON
           IF PRSNL > ZERO
               MOVE PRSNI TO WS-REASON
           END-IF
           IF WS-REASON = LOW-VALUES OR WS-REASON = SPACES
               MOVE 'SM250007' TO MSGX-ID
               MOVE 'A reason for the delete is required'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PRSNL
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           EXEC CICS READ
               FILE ('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE WS-SITE-REC TO WS-OLD-SITE-REC
           EXEC CICS DELETE
               FILE ('site0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-SITE-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-SITE-REC
           MOVE 'D' TO WS-HIST-ACTION
           PERFORM 2050-WRITE-HISTORY
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
           IF EIBRESP = DFHRESP(NORMAL) AND WS-UAF-ADMIN = 'Y'
               MOVE 'Y' TO WS-ADMIN-OK
           ELSE
               MOVE 'SM250008' TO MSGX-ID
               MOVE 'ADMIN authority required to change parameters'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF.
      *
      *    One sith0001 record per saved change, keyed parameter id +
      *    date + time; a second change to the same parameter inside
      *    the same second takes the next sequence number. The
      *    parameter itself is already saved, so a failed history
      *    write only changes the message.
       2050-WRITE-HISTORY.
           MOVE SPACES TO WS-SITH-REC
           MOVE LS-RIDFLD TO SITH-PARM-ID
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (SITH-DATE)
               TIME (SITH-TIME)
           END-EXEC
           MOVE ZERO TO SITH-SEQ
           MOVE WS-HIST-ACTION  TO SITH-ACTION
           MOVE OLD-PARM-VALUE  TO SITH-OLD-VALUE
           MOVE OLD-PARM-DESC   TO SITH-OLD-DESC
           MOVE SITE-PARM-VALUE TO SITH-NEW-VALUE
           MOVE SITE-PARM-DESC  TO SITH-NEW-DESC
           MOVE WS-USERID       TO SITH-USERID
           MOVE EIBTRMID        TO SITH-TERMID
           MOVE EIBTRNID        TO SITH-TRANID
           MOVE WS-REASON       TO SITH-REASON
           EXEC CICS WRITE
               FILE ('sith0001')
               FROM (WS-SITH-REC)
               RIDFLD (SITH-KEY)
               KEYLENGTH (WS-SITH-KEY-LEN)
               NOHANDLE
           END-EXEC
           PERFORM UNTIL EIBRESP NOT = DFHRESP(DUPREC)
                      OR SITH-SEQ = 99
               ADD 1 TO SITH-SEQ
               EXEC CICS WRITE
                   FILE ('sith0001')
                   FROM (WS-SITH-REC)
                   RIDFLD (SITH-KEY)
                   KEYLENGTH (WS-SITH-KEY-LEN)
                   NOHANDLE
               END-EXEC
           END-PERFORM
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM250009' TO MSGX-ID
               MOVE 'Saved - but change history could not be written'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           MOVE SPACES TO PRSNO.
      *
       2030-FILE-FIND.
           MOVE PRMIDI TO LS-RIDFLD
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SMG00009' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
      *
       9030-NEW-MAP.
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO PRSNO
           MOVE SPACES TO WS-SITE-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO PRMIDL
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
           MOVE SPACES TO WS-SITE-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO PVALA
                            PDSCA
                            PRSNA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO PRMIDA
                            PVALA
                            PDSCA
                            PRSNA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
           END-IF
           IF PDSCL > ZERO
               MOVE PDSCI TO SITE-PARM-DESC
           END-IF
           MOVE SPACES TO WS-REASON
           IF PRSNL > ZERO
               MOVE PRSNI TO WS-REASON
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM25')
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
