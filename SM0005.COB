      ******************************************************************
      *DESCRIPTION: Ticket menu option 5 - close a ticket. A clean     *
      *             close also promotes the fix to a kbar0001          *
      *             knowledge article - see 230-PROMOTE-ARTICLE. A     *
      *             SERVICE user may only close tickets in a service   *
      *             category ucat0001 grants them - see                *
      *             160-CHECK-CATEGORY.                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-REPLY-MSG                  PIC X(29) VALUE SPACES.
       01  WS-TICKET-DTL-LEN             PIC S9(4) COMP VALUE 9.
       01  WS-TICKET-DTL-REC.
           COPY TICKD0001.
       01  WS-NEXT-SEQ                   PIC 9(03) VALUE 1.
       01  WS-SEQX-WORK.
           COPY TKDSEQW1.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       01  WS-TKLK-KEY-LEN               PIC S9(4) COMP VALUE 6.
       01  WS-KB-DONE                    PIC X(01) VALUE 'N'.
       01  WS-KB-REC.
           COPY KBAR0001.
      *    uaf00001 record shape inline-duplicated from SM000's own -
      *    ADMIN is never held to the ucat0001 category grants.
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
       01  WS-UCTX-WORK.
           COPY UCATCKW1.
       01  WS-UCAT-REC.
           COPY UCAT0001.
       01  WS-SEC-LOG-LEN                PIC S9(4) COMP VALUE 64.
       01  WS-SEC-LOG-REC.
           COPY SECLOG.
       01  WS-MSGX-WORK.
           COPY MSGCATW1.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
                UPDATE
           END-EXEC
           IF EIBRESP = DFHRESP(NOTFND)
               MOVE 'SM050001' TO MSGX-ID
               MOVE 'Ticket &1 not found' TO MSGX-DEFAULT
               MOVE SM-TICKET-NUM TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-REPLY-MSG
           ELSE IF TICKET-CLOSED
               MOVE 'SM050002' TO MSGX-ID
               MOVE 'Ticket &1 already closed' TO MSGX-DEFAULT
               MOVE SM-TICKET-NUM TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-REPLY-MSG
           ELSE
               PERFORM 160-CHECK-CATEGORY
               IF NOT UCTX-PERMITTED
                   MOVE 'SM050003' TO MSGX-ID
                   MOVE 'Category not granted' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO WS-REPLY-MSG
                   EXEC CICS UNLOCK
                       FILE ('tktm0001')
                   END-EXEC
               ELSE
                   PERFORM 150-CHECK-LOCK
                   IF WS-LOCKED-BY-OTHER = 'Y'
                       MOVE 'SM050004' TO MSGX-ID
                       MOVE 'Ticket in use - wait' TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO WS-REPLY-MSG
                       EXEC CICS UNLOCK
                           FILE ('tktm0001')
                       END-EXEC
                   ELSE
                       PERFORM 200-CLOSE-TICKET
                       MOVE 'SM050005' TO MSGX-ID
                       MOVE 'Ticket &1 CLOSED' TO MSGX-DEFAULT
                       MOVE SM-TICKET-NUM TO MSGX-SUB(1)
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO WS-REPLY-MSG
                   END-IF
               END-IF
           END-IF
           END-IF
       150-EXIT.
           EXIT.

      *    A SERVICE desk user closes only tickets in a service
      *    category ucat0001 grants them; ADMIN is never category-
      *    bound. The refusal goes to the SECL log.
       160-CHECK-CATEGORY.
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           MOVE 'Y' TO UCTX-PERMIT
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
           END-IF
           IF WS-UAF-ADMIN NOT = 'Y'
               MOVE WS-USERID TO UCTX-USERID
               MOVE TICKET-SVC-CODE TO UCTX-SVC-CODE
               PERFORM 165-CHECK-GRANT
           END-IF
           IF NOT UCTX-PERMITTED
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'CATEGORY ' UCTX-SVC-CATEGORY
                      ' CLOSE REFUSED TKT ' TICKET-NUM
                   DELIMITED BY SIZE INTO SEC-LOG-REASON
               END-STRING
               PERFORM 170-LOG-REJECT
           END-IF.
       160-EXIT.
           EXIT.

      *    Service-category grant test - the ticket's service code is
      *    looked up on svcc0001 and the user needs a ucat0001 grant
      *    for its category, or the ** all-categories grant. See
      *    UCATCKW1.
       165-CHECK-GRANT.
           MOVE 'Y' TO UCTX-PERMIT
           MOVE SPACES TO UCTX-SVC-AREA
           IF UCTX-SVC-CODE NOT = SPACES
               AND UCTX-SVC-CODE NOT = LOW-VALUES
               EXEC CICS READ
                   FILE('svcc0001')
                   INTO (UCTX-SVC-AREA)
                   RIDFLD (UCTX-SVC-CODE)
                   KEYLENGTH (UCTX-SVC-KEY-LEN)
                   EQUAL
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND UCTX-SVC-CATEGORY NOT = SPACES
                   MOVE 'N' TO UCTX-PERMIT
                   MOVE UCTX-SVC-CATEGORY TO UCTX-CATEGORY
                   EXEC CICS READ
                       FILE('ucat0001')
                       INTO (WS-UCAT-REC)
                       RIDFLD (UCTX-KEY)
                       KEYLENGTH (UCTX-KEY-LEN)
                       EQUAL
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       MOVE '**' TO UCTX-CATEGORY
                       EXEC CICS READ
                           FILE('ucat0001')
                           INTO (WS-UCAT-REC)
                           RIDFLD (UCTX-KEY)
                           KEYLENGTH (UCTX-KEY-LEN)
                           EQUAL
                       END-EXEC
                   END-IF
                   IF EIBRESP = DFHRESP(NORMAL)
                       MOVE 'Y' TO UCTX-PERMIT
                   END-IF
               END-IF
           END-IF.
       165-EXIT.
           EXIT.

      *    Same SECL record SM000's 310-LOG-REJECT writes.
       170-LOG-REJECT.
           MOVE EIBDATE TO SEC-LOG-DATE
           MOVE EIBTIME TO SEC-LOG-TIME
           MOVE EIBTRMID TO SEC-LOG-TERMID
           MOVE WS-USERID TO SEC-LOG-USERID
           MOVE EIBTRNID TO SEC-LOG-TRANID
           EXEC CICS WRITEQ TD
               QUEUE ('SECL')
               FROM (WS-SEC-LOG-REC)
               LENGTH (WS-SEC-LOG-LEN)
           END-EXEC.
       170-EXIT.
           EXIT.

       200-CLOSE-TICKET.
           EXEC CICS ASSIGN
               USERID (WS-USERID)
               YYYYMMDD (TICKET-CLOSED-DATE)
           END-EXEC
           SET TICKET-CLOSED TO TRUE
           MOVE ZERO TO TICKET-FUP-DATE
           MOVE SPACES TO TICKET-FUP-BY TICKET-FUP-REASON
           MOVE WS-USERID TO TICKET-CLOSED-BY
      *    The resolution code SM000's 222-EDIT-RESL-CODE validated
      *    rides in on the commarea - stamped on the master so the
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
