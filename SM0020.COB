      *             print becomes a reprint); with a terminal id in    *
      *             the redirect field, R-flagged requests move to     *
      *             that printer instead. Each requeue kicks the SPLS  *
      *             sender at the target terminal. PF5 releases the    *
      *             whole queue - SPLS is kicked once at every printer *
      *             holding QUEUED requests, which is how the report   *
      *             prints RPTDST01 queues overnight get going in the  *
      *             morning. Requests for a mail entry on the          *
      *             registry (printer status M) show the mail          *
      *             gateway's progress in the status column - S sent   *
      *             by SPLMAL01, then D delivered or F failed from     *
      *             SPLRCN01's reconciliation of the gateway's         *
      *             acknowledgments; R requeues a failed one for the   *
      *             next SPLMAL01 run, and PF5 skips mail entries.     *
      *             PF7/PF8 page, PF3 returns to the SM000 menu.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-RIDFLD                     PIC X(16).
       01  WS-REQUEUED                   PIC 9(02) VALUE ZERO.
       01  WS-NEW-TERMID                 PIC X(04) VALUE SPACES.
      *    Printers already kicked by a PF5 release - one START per
      *    printer, however many requests it holds.
       01  WS-KICK-MAX                   PIC S9(4) COMP VALUE 50.
       01  WS-KICK-COUNT                 PIC S9(4) COMP VALUE ZERO.
       01  WS-KICK-IDX                   PIC S9(4) COMP VALUE ZERO.
       01  WS-KICK-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-KICK-SHOWN                 PIC 9(02) VALUE ZERO.
       01  WS-KICK-TABLE.
           05  WS-KICK-TERMID OCCURS 50 TIMES PIC X(04).
       01  WS-SPOL-REC.
           COPY SPOOL001.
       01  WS-PRTR-KEY-LEN               PIC S9(4) COMP VALUE 4.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(208).

               PERFORM 225-NEXT-PAGE
           WHEN DFHPF7
               PERFORM 220-PREV-PAGE
           WHEN DFHPF5
               PERFORM 320-RELEASE-QUEUE
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM20M')
                   MAPSET ('SM20S')
               END-EXEC
               PERFORM 300-APPLY-ACTIONS
           WHEN OTHER
               MOVE 'SM200001' TO MSGX-ID
               MOVE
                   'Invalid PFKey - PF5 releases, PF7/PF8 page, PF3 exit
      -            's'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
               END-IF
           END-PERFORM
           PERFORM 201-BUILD-PAGE
           MOVE 'SM200003' TO MSGX-ID
           MOVE '&1 request(s) requeued' TO MSGX-DEFAULT
           MOVE WS-REQUEUED TO MSGX-SUB(1)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.
       310-EXIT.
           EXIT.

      *    PF5 - one pass over the whole queue, kicking the sender at
      *    each printer that has anything QUEUED. The sender works
      *    through every request for its terminal, so one START per
      *    printer is enough.
       320-RELEASE-QUEUE.
           MOVE ZERO TO WS-KICK-COUNT
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO WS-RIDFLD
           EXEC CICS STARTBR FILE('spol0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-SPOL-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('spol0001')
                    INTO (WS-SPOL-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-SPOL-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF SPOL-QUEUED
                       PERFORM 325-NOTE-PRINTER THRU 325-EXIT
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('spol0001')
           END-EXEC
           PERFORM VARYING WS-KICK-IDX FROM 1 BY 1
                   UNTIL WS-KICK-IDX > WS-KICK-COUNT
               EXEC CICS START
                   TRANSID('SPLS')
                   TERMID(WS-KICK-TERMID(WS-KICK-IDX))
                   NOHANDLE
               END-EXEC
           END-PERFORM
           MOVE WS-KICK-COUNT TO WS-KICK-SHOWN
           PERFORM 201-BUILD-PAGE
           MOVE 'SM200004' TO MSGX-ID
           MOVE 'Sender started at &1 printer(s) with queued requests'
               TO MSGX-DEFAULT
           MOVE WS-KICK-SHOWN TO MSGX-SUB(1)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       320-EXIT.
           EXIT.

      *    A mail entry has no terminal for SPLS to start at - its
      *    requests wait for SPLMAL01.
       325-NOTE-PRINTER.
           MOVE 'N' TO WS-KICK-FOUND
           MOVE SPOL-PRINT-TERMID TO WS-PRTR-RID
           EXEC CICS READ
               FILE('prtr0001')
               INTO (WS-PRTR-REC)
               RIDFLD (WS-PRTR-RID)
               KEYLENGTH (WS-PRTR-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND PRTR-IS-MAIL
               GO TO 325-EXIT
           END-IF
           PERFORM VARYING WS-KICK-IDX FROM 1 BY 1
                   UNTIL WS-KICK-IDX > WS-KICK-COUNT
                   OR WS-KICK-FOUND = 'Y'
               IF WS-KICK-TERMID(WS-KICK-IDX) = SPOL-PRINT-TERMID
                   MOVE 'Y' TO WS-KICK-FOUND
               END-IF
           END-PERFORM
           IF WS-KICK-FOUND = 'N' AND WS-KICK-COUNT < WS-KICK-MAX
               ADD 1 TO WS-KICK-COUNT
               MOVE SPOL-PRINT-TERMID TO WS-KICK-TERMID(WS-KICK-COUNT)
           END-IF.
       325-EXIT.
           EXIT.

       225-NEXT-PAGE.
           MOVE CA-LAST-KEY TO WS-RIDFLD
           EXEC CICS STARTBR FILE('spol0001')
           END-PERFORM
           MOVE SPACES TO NEWTRMO
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM200002' TO MSGX-ID
               MOVE 'End of print queue' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF.
       201-EXIT.
           EXIT.
           EXIT.

      *    The request's printer as the prtr0001 registry sees it -
      *    U up, D down, M mail entry, ? unregistered - so the
      *    operator can tell a jammed printer from a dead one without
      *    leaving the screen.
       206-REGISTRY-STATUS.
           MOVE SPOL-PRINT-TERMID TO WS-PRTR-RID
           EXEC CICS READ
               KEYLENGTH (WS-PRTR-KEY-LEN)
               EQUAL
           END-EXEC
           EVALUATE TRUE
           WHEN EIBRESP NOT = DFHRESP(NORMAL)
               MOVE '?' TO LPRSO(WS-FILLED)
           WHEN PRTR-IS-MAIL
               MOVE 'M' TO LPRSO(WS-FILLED)
           WHEN PRTR-IS-UP
               MOVE 'U' TO LPRSO(WS-FILLED)
           WHEN OTHER
               MOVE 'D' TO LPRSO(WS-FILLED)
           END-EVALUATE.
       206-EXIT.
           EXIT.

           END-EXEC.
       230-EXIT.
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
