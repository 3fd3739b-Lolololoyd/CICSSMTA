      *             pages the live log. Read-only; bringing a ticket   *
      *             back to the live files is TKTRST01's job. PF7/PF8  *
      *             page the log, PF3 returns to the SM000 menu.       *
      *             Lines marked internal show flagged I to the desk   *
      *             (SERVICE/ADMIN) and are left out for anyone else.  *
      *             A user with no role beyond REQUESTOR is shown only *
      *             the archived tickets they requested themselves.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TICKET-KEY-LEN             PIC S9(4) COMP VALUE 6.
       01  WS-DTL-KEY-LEN                PIC S9(4) COMP VALUE 9.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-USERID                     PIC X(08).
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
      *    Only the desk (SERVICE or ADMIN) sees the archived lines
      *    marked internal - the same rule SM0011 applies to the
      *    live log. uaf00001 shape as SM0011 duplicates it.
       01  WS-DESK-USER                  PIC X(01) VALUE 'N'.
      *    A user with no role beyond REQUESTOR sees only the archived
      *    tickets they requested themselves - anyone else's ticket is
      *    another person's business.
       01  WS-OWN-ONLY                   PIC X(01) VALUE 'N'.
       01  WS-TKT-VISIBLE                PIC X(01) VALUE 'N'.
       01  WS-UAF-REC.
           05  WS-UAF-USERID.
               10  WS-UAF-USERID7        PIC X(7).
               10  FILLER                PIC X(1).
           05  WS-UAF-TYPE.
               10  WS-UAF-REQUESTOR      PIC X.
               10  WS-UAF-ADMIN          PIC X.
               10  WS-UAF-APPROVER       PIC X.
               10  WS-UAF-SERVICE        PIC X.
               10  WS-UAF-INQUIRY        PIC X.
           05  WS-UAF-UPDATEDBY          PIC X(8).
           05  WS-UAF-EFFECTIVE-DATE     PIC 9(08).
           05  WS-UAF-TERM-DATE          PIC 9(08).
           05  WS-UAF-PIN                PIC X(04).
       01  WS-ARCM-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==ARCM-==.
       01  WS-ARCD-REC.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(15).

           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           IF EIBCALEN = 0
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
           END-IF
           MOVE DFHCOMMAREA TO WS-CA
           PERFORM 430-READ-MY-UAF
           IF WS-UAF-SERVICE = 'Y' OR WS-UAF-ADMIN = 'Y'
               MOVE 'Y' TO WS-DESK-USER
           END-IF
           IF WS-UAF-ADMIN NOT = 'Y' AND WS-UAF-SERVICE NOT = 'Y'
               AND WS-UAF-APPROVER NOT = 'Y'
               AND WS-UAF-INQUIRY NOT = 'Y'
               MOVE 'Y' TO WS-OWN-ONLY
           END-IF
           IF EIBTRNID = 'SM19'
               PERFORM 210-CHECK-AID
           ELSE
               END-IF
               PERFORM 200-SHOW-PAGE
           WHEN OTHER
               MOVE 'SM190001' TO MSGX-ID
               MOVE 'PF7/PF8 page the log - PF3 returns to the menu'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
           EXIT.

       240-READ-MASTER.
           MOVE 'N' TO WS-TKT-VISIBLE
           MOVE CA-TICKET-NUM TO ARCM-NUM
           EXEC CICS
                READ FILE('tkam0001')
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO STATO REQO ODTO CDTO SVCO SUMMO
               MOVE 'SM190002' TO MSGX-ID
               MOVE 'Ticket not found on the archive' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE IF WS-OWN-ONLY = 'Y'
               AND ARCM-REQUESTOR NOT = WS-USERID
               MOVE SPACES TO STATO REQO ODTO CDTO SVCO SUMMO
               MOVE 'SM190003' TO MSGX-ID
               MOVE 'Archived ticket was raised by another requestor'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE 'Y' TO WS-TKT-VISIBLE
               EVALUATE ARCM-STATUS
               WHEN 'O'
                   MOVE 'OPEN' TO STATO
               MOVE ARCM-CLOSED-DATE TO CDTO
               MOVE ARCM-SVC-CODE TO SVCO
               MOVE ARCM-SUMMARY TO SUMMO
           END-IF
           END-IF.
       240-EXIT.
           EXIT.
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR WS-TKT-VISIBLE NOT = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-FILLED = WS-LOOP OR WS-EOF = 'Y'
                   OR ARCD-TICKET-NUM NOT = CA-TICKET-NUM
                   MOVE 'Y' TO WS-EOF
               ELSE
      *            Internal lines are stepped over for anyone outside
      *            the desk, and flagged I for the desk.
                   IF ARCD-INTERNAL AND WS-DESK-USER NOT = 'Y'
                       MOVE ARCD-SEQ-NUM-X TO CA-LAST-SEQ
                   ELSE
                       ADD 1 TO WS-FILLED
                       MOVE ARCD-SEQ-NUM-X TO LSEQO(WS-FILLED)
                       IF ARCD-INTERNAL
                           MOVE 'I' TO LVISO(WS-FILLED)
                       ELSE
                           MOVE SPACE TO LVISO(WS-FILLED)
                       END-IF
                       MOVE ARCD-ENTERED-BY TO LBYO(WS-FILLED)
                       MOVE ARCD-ENTERED-DATE TO LDTO(WS-FILLED)
                       MOVE ARCD-TEXT TO LTXO(WS-FILLED)
                       MOVE ARCD-SEQ-NUM-X TO CA-LAST-SEQ
                       IF WS-FILLED = 1
                           MOVE ARCD-SEQ-NUM-X TO CA-FIRST-SEQ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                   UNTIL WS-COUNT > WS-LOOP
               IF WS-COUNT > WS-FILLED
                   MOVE SPACES TO LSEQO(WS-COUNT)
                   MOVE SPACES TO LVISO(WS-COUNT)
                   MOVE SPACES TO LBYO(WS-COUNT)
                   MOVE SPACES TO LDTO(WS-COUNT)
                   MOVE SPACES TO LTXO(WS-COUNT)
               END-IF
           END-PERFORM
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM190004' TO MSGX-ID
               MOVE 'End of archived work log' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF.
       250-EXIT.
           EXIT.

       430-READ-MY-UAF.
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-UAF-TYPE
           END-IF.
       430-EXIT.
           EXIT.

       230-SEND-PAGE.
           MOVE CA-TICKET-NUM TO TKNUMO
           MOVE LENGTH OF SM19MO TO WS-LENGTH
           CONTINUE.
       905-EXIT.
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
