               10  WS-PIN                PIC X(04).
       01  WS-UAFP-REC.
           COPY UAFPIN01.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       01  WS-CA                         PIC X(01).
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).

               USERID (WS-USERID)
           END-EXEC
           IF EIBCALEN = 0
               MOVE 'SM160001' TO MSGX-ID
               MOVE 'Enter current PIN and the new PIN twice'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           EVALUATE EIBAID
               END-EXEC
               PERFORM 300-CHANGE-PIN
           WHEN OTHER
               MOVE 'SM160002' TO MSGX-ID
               MOVE 'ENTER applies the change - PF3 returns to menu'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-EVALUATE.
       100-EXIT.
                UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM160003' TO MSGX-ID
               MOVE 'User not provisioned on UAF00001' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           PERFORM 310-READ-PIN-HISTORY
           PERFORM 990-WRITE-JOURNAL
           PERFORM 330-WRITE-PIN-HISTORY
           MOVE SPACES TO OLDPO NEWP1O NEWP2O
           MOVE 'SM160004' TO MSGX-ID
           MOVE 'PIN changed - PF3 returns to the menu' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-SCREEN.
       300-EXIT.
           EXIT.
           EVALUATE TRUE
           WHEN WS-PIN NOT = SPACES
               AND (OLDPL = ZERO OR WS-OLD-HASH NOT = WS-PIN)
               MOVE 'SM160005' TO MSGX-ID
               MOVE 'Current PIN incorrect' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN NEWP1L = ZERO OR NEWP1I = SPACES
               MOVE 'SM160006' TO MSGX-ID
               MOVE 'Enter the new PIN twice' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN NEWP2L = ZERO OR NEWP1I NOT = NEWP2I
               MOVE 'SM160007' TO MSGX-ID
               MOVE 'New PIN entries do not match' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN WS-NEW-HASH = WS-PIN
               MOVE 'SM160008' TO MSGX-ID
               MOVE 'New PIN must differ from the current PIN'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN WS-NEW-HASH = UAFP-PRIOR-PIN1
               OR WS-NEW-HASH = UAFP-PRIOR-PIN2
               MOVE 'SM160009' TO MSGX-ID
               MOVE 'New PIN was used recently - pick another'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN OTHER
               MOVE WS-NEW-HASH TO WS-NEW-PIN
               MOVE SPACES TO ERRMSGO
           .
       390-EXIT.
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
