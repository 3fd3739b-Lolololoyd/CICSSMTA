      ******************************************************************
      *DESCRIPTION: UAF00001 maintenance - ADD/CHANGE/DELETE/FIND,      *
      *             modeled on SAMP20's NAMEFILE maintenance screen.    *
      *             The user's ureg0001 region scope (home region plus  *
      *             up to three more, or the all-regions grant) is      *
      *             kept on the same screen, the uaft0001 terminal-     *
      *             list arrangement.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-UAFT-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-UAFT-REC.
           COPY UAFTRM01.
       01  WS-UREG-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-UREG-REC.
           COPY UREG0001.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       COPY SM07S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY UAFCOMM.
           MOVE DFHUNNUM TO UIDA
           MOVE SPACES TO UIDO
           MOVE DFHREVRS TO UIDH
           MOVE 'SM070001' TO MSGX-ID
           MOVE 'Enter userid and press ENTER key' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO UIDL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO REQL
           GO TO 9120-SEND-DATA-ONLY.
      *
           MOVE DFHREVRS TO UIDH
           MOVE SPACE TO UIDO REQO ADMO APPRO SVCO INQO EFFDTO TRMDTO
                          PINO TRM1O TRM2O TRM3O TRM4O
                          RALLO RGN1O RGN2O RGN3O RGN4O
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO UIDL
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
               FILE ('uaf00001')
               INTO (WS-REC)
               MOVE WS-REC TO JRN-IMAGE
               PERFORM 990-WRITE-JOURNAL
               PERFORM 9136-SAVE-TERMINAL-LIST
               PERFORM 9146-SAVE-REGION-SCOPE
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
               MOVE WS-REC TO JRN-IMAGE
               PERFORM 990-WRITE-JOURNAL
               PERFORM 9136-SAVE-TERMINAL-LIST
               PERFORM 9146-SAVE-REGION-SCOPE
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 9138-READ-REGION-SCOPE THRU 9138-EXIT
           PERFORM 9139-APPLY-REGION-INPUT
           EVALUATE TRUE
           WHEN WS-USERID = LOW-VALUES OR WS-USERID = SPACES
               MOVE 'SM070002' TO MSGX-ID
               MOVE 'Userid cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO UIDL
           WHEN EFFDTI NOT = SPACES AND EFFDTI NOT NUMERIC
               MOVE 'SM070003' TO MSGX-ID
               MOVE 'Effective date must be numeric YYYYMMDD'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO EFFDTL
           WHEN TRMDTI NOT = SPACES AND TRMDTI NOT NUMERIC
               MOVE 'SM070004' TO MSGX-ID
               MOVE 'Term date must be numeric YYYYMMDD' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO TRMDTL
           WHEN RALLL > ZERO AND RALLI NOT = SPACE
               AND FUNCTION UPPER-CASE(RALLI) NOT = 'Y'
               AND FUNCTION UPPER-CASE(RALLI) NOT = 'N'
               MOVE 'SM070005' TO MSGX-ID
               MOVE 'All-regions scope must be Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO RALLL
           WHEN UREG-REGION(1) = SPACES
               AND (UREG-REGION(2) NOT = SPACES
                    OR UREG-REGION(3) NOT = SPACES
                    OR UREG-REGION(4) NOT = SPACES)
               MOVE 'SM070006' TO MSGX-ID
               MOVE 'First region is the home region - cannot be blank'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO RGN1L
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 2025-COUNT-TICKET-REFS
           IF WS-TKT-REF-COUNT > ZERO
               MOVE WS-TKT-REF-COUNT TO WS-TKT-REF-EDIT
               MOVE 'SM070007' TO MSGX-ID
               MOVE '&1 non-closed tickets reference - not deleted'
                   TO MSGX-DEFAULT
               MOVE WS-TKT-REF-EDIT TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE SPACE TO LS-ACTION
               GO TO 9120-SEND-DATA-ONLY
           END-IF
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-STD-KEY-LEN)
           END-EXEC
           EXEC CICS DELETE
               FILE('ureg0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-STD-KEY-LEN)
           END-EXEC
           EXEC CICS POP HANDLE
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
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
           MOVE -1 TO UIDL
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
           MOVE SPACES TO WS-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
                            TRM1A
                            TRM2A
                            TRM3A
                            TRM4A
                            RALLA
                            RGN1A
                            RGN2A
                            RGN3A
                            RGN4A.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO UIDA
                            TRM1A
                            TRM2A
                            TRM3A
                            TRM4A
                            RALLA
                            RGN1A
                            RGN2A
                            RGN3A
                            RGN4A.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
           MOVE UAFT-TERMID(4) TO TRM4O
           PERFORM 9137-READ-PROFILE
           MOVE UPRF-NAME TO PNAMO
           MOVE UPRF-DEPT TO PDEPO
           PERFORM 9138-READ-REGION-SCOPE THRU 9138-EXIT
           MOVE UREG-ALL-REGIONS TO RALLO
           MOVE UREG-REGION(1) TO RGN1O
           MOVE UREG-REGION(2) TO RGN2O
           MOVE UREG-REGION(3) TO RGN3O
           MOVE UREG-REGION(4) TO RGN4O.
      *
      *    The allowed-terminals sidecar record for the user on the
      *    screen - no record reads back as all-blank slots, which is
           END-IF.
       9137-EXIT.
           EXIT.
      *
      *    The region-scope sidecar record for the user on the screen
      *    - no record reads back as all-blank slots, which the scoped
      *    programs take as the site default region alone.
       9138-READ-REGION-SCOPE.
           MOVE 'N' TO WS-UREG-FOUND
           MOVE SPACES TO WS-UREG-REC
           MOVE WS-USERID TO UREG-USERID
           MOVE ZERO TO UREG-UPDATED-DATE
           IF WS-USERID = SPACES OR WS-USERID = LOW-VALUES
               GO TO 9138-EXIT
           END-IF
           EXEC CICS PUSH HANDLE
           END-EXEC
           EXEC CICS IGNORE CONDITION
               NOTFND
           END-EXEC
           EXEC CICS READ
               FILE('ureg0001')
               INTO (WS-UREG-REC)
               RIDFLD (UREG-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           EXEC CICS POP HANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-UREG-FOUND
           ELSE
               MOVE SPACES TO WS-UREG-REC
               MOVE WS-USERID TO UREG-USERID
               MOVE ZERO TO UREG-UPDATED-DATE
           END-IF.
       9138-EXIT.
           EXIT.
      *
      *    Lay the keyed scope fields over the record in hand - N (or
      *    blank) withdraws the all-regions grant, erasing a region
      *    slot empties it.
       9139-APPLY-REGION-INPUT.
           IF RALLL > ZERO
               IF FUNCTION UPPER-CASE(RALLI) = 'Y'
                   MOVE 'Y' TO UREG-ALL-REGIONS
               ELSE
                   MOVE SPACE TO UREG-ALL-REGIONS
               END-IF
           END-IF
           IF RGN1L > ZERO
               MOVE FUNCTION UPPER-CASE(RGN1I) TO UREG-REGION(1)
           END-IF
           IF RGN2L > ZERO
               MOVE FUNCTION UPPER-CASE(RGN2I) TO UREG-REGION(2)
           END-IF
           IF RGN3L > ZERO
               MOVE FUNCTION UPPER-CASE(RGN3I) TO UREG-REGION(3)
           END-IF
           IF RGN4L > ZERO
               MOVE FUNCTION UPPER-CASE(RGN4I) TO UREG-REGION(4)
           END-IF
           IF RALLF = DFHBMEOF
               MOVE SPACE TO UREG-ALL-REGIONS
           END-IF
           IF RGN1F = DFHBMEOF
               MOVE SPACES TO UREG-REGION(1)
           END-IF
           IF RGN2F = DFHBMEOF
               MOVE SPACES TO UREG-REGION(2)
           END-IF
           IF RGN3F = DFHBMEOF
               MOVE SPACES TO UREG-REGION(3)
           END-IF
           IF RGN4F = DFHBMEOF
               MOVE SPACES TO UREG-REGION(4)
           END-IF.
       9139-EXIT.
           EXIT.
      *
       9136-SAVE-TERMINAL-LIST.
           PERFORM 9135-READ-TERMINAL-LIST
           END-EXEC.
       9136-EXIT.
           EXIT.
      *
      *
      *    Put the region scope back the way 9136 puts the terminal
      *    list back - an all-blank scope with no all-regions grant
      *    deletes the record, returning the user to the site
      *    default region.
       9146-SAVE-REGION-SCOPE.
           PERFORM 9138-READ-REGION-SCOPE THRU 9138-EXIT
           PERFORM 9139-APPLY-REGION-INPUT
           EXEC CICS PUSH HANDLE
           END-EXEC
           EXEC CICS IGNORE CONDITION
               NOTFND
               DUPREC
           END-EXEC
           IF NOT UREG-ALL-SCOPE
               AND UREG-REGION(1) = SPACES AND UREG-REGION(2) = SPACES
               AND UREG-REGION(3) = SPACES
               AND UREG-REGION(4) = SPACES
               IF WS-UREG-FOUND = 'Y'
                   EXEC CICS DELETE
                       FILE('ureg0001')
                       RIDFLD (UREG-USERID)
                       KEYLENGTH (WS-STD-KEY-LEN)
                   END-EXEC
               END-IF
           ELSE
               IF WS-UREG-FOUND = 'Y'
                   EXEC CICS READ
                       FILE('ureg0001')
                       INTO (WS-UREG-REC)
                       RIDFLD (UREG-USERID)
                       KEYLENGTH (WS-STD-KEY-LEN)
                       EQUAL
                       UPDATE
                   END-EXEC
                   PERFORM 9139-APPLY-REGION-INPUT
                   PERFORM 9147-STAMP-REGION-SCOPE
                   EXEC CICS REWRITE
                       FILE('ureg0001')
                       FROM (WS-UREG-REC)
                   END-EXEC
               ELSE
                   PERFORM 9147-STAMP-REGION-SCOPE
                   EXEC CICS WRITE
                       FILE('ureg0001')
                       FROM (WS-UREG-REC)
                       RIDFLD (UREG-USERID)
                       KEYLENGTH (WS-STD-KEY-LEN)
                   END-EXEC
               END-IF
           END-IF
           EXEC CICS POP HANDLE
           END-EXEC.
       9146-EXIT.
           EXIT.
      *
       9147-STAMP-REGION-SCOPE.
           MOVE WS-UPDATEDBY-ID TO UREG-UPDATED-BY
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (UREG-UPDATED-DATE)
           END-EXEC.
       9147-EXIT.
           EXIT.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF UIDL > ZERO
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
