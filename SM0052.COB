       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0052.
      ******************************************************************
      *DESCRIPTION: My follow-ups - the signed-on agent's promised      *
      *             check-backs, built on SM0009's ticket list: pages   *
      *             through tktm0001 ten at a time showing the tickets  *
      *             whose TICKET-FUP-BY is this user, with status,      *
      *             follow-up date, a DUE/LATE flag, the reason and the *
      *             service code. D='Y' limits the list to follow-ups   *
      *             due today or earlier - the number the SM000         *
      *             sign-on counter shows. Closed and rejected tickets  *
      *             never carry a follow-up. Typing S against a line    *
      *             carries that ticket number back to the SM000 menu.  *
      *             PF7/PF8 page, PF3 returns to the menu. Reached      *
      *             under its own SM52 transid, the SM0028 precedent.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-LENGTH                     PIC S9(4) COMP.
       01  WS-LOOP                       PIC S9(4) COMP VALUE 10.
       01  WS-COUNT                      PIC S9(4) COMP.
       01  WS-FILLED                     PIC S9(4) COMP VALUE ZERO.
       01  WS-SEL-SUB                    PIC S9(4) COMP VALUE ZERO.
       01  WS-TICKET-KEY-LEN             PIC S9(4) COMP VALUE 6.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-MATCH                      PIC X(01) VALUE 'N'.
       01  WS-RIDFLD                     PIC X(06).
       01  WS-USERID                     PIC X(08).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-CA.
           COPY FUPCOMM.
       01  WS-SM-CA.
           COPY SMCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM52S'  PIC X(7).
       COPY SM52S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(79).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-DATE)
           END-EXEC
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               MOVE LOW-VALUES TO CA-TOP-RIDFLD
               PERFORM 200-LIST-PAGE
           ELSE
               MOVE DFHCOMMAREA TO WS-CA
               PERFORM 210-CHECK-AID
           END-IF.
       100-EXIT.
           EXIT.

       210-CHECK-AID.
           EVALUATE EIBAID
           WHEN DFHPF3
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
           WHEN DFHPF8
               PERFORM 225-NEXT-PAGE
           WHEN DFHPF7
               PERFORM 220-PREV-PAGE
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM52M')
                   MAPSET ('SM52S')
                   INTO (SM52MI)
               END-EXEC
               PERFORM 240-CHECK-SELECT
               IF WS-SEL-SUB > ZERO
                   PERFORM 260-CARRY-BACK
               ELSE
                   PERFORM 150-APPLY-FILTERS
                   MOVE LOW-VALUES TO CA-TOP-RIDFLD
                   PERFORM 200-LIST-PAGE
               END-IF
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    A blank entry clears the due-only filter.
       150-APPLY-FILTERS.
           IF FDUEL > ZERO
               MOVE FUNCTION UPPER-CASE(FDUEI) TO CA-FILT-DUE
           END-IF.
       150-EXIT.
           EXIT.

      *    Reposition one record past the last line shown - SM0009's
      *    double-READNEXT; the filter pass in 201-BUILD-PAGE then
      *    skips forward.
       225-NEXT-PAGE.
           MOVE CA-LAST-RIDFLD TO WS-RIDFLD
           EXEC CICS STARTBR FILE('tktm0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                GTEQ
           END-EXEC
           EXEC CICS READNEXT FILE('tktm0001')
                INTO (WS-TICKET-REC)
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-TICKET-KEY-LEN)
           END-EXEC
           EXEC CICS READNEXT FILE('tktm0001')
                INTO (WS-TICKET-REC)
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-TICKET-KEY-LEN)
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE WS-RIDFLD TO CA-TOP-RIDFLD
           END-IF
           EXEC CICS ENDBR
               FILE ('tktm0001')
           END-EXEC
           PERFORM 200-LIST-PAGE.
       225-EXIT.
           EXIT.

      *    Walk backwards from the first line shown until a full page
      *    of matching records has gone by - SM0009's 220-PREV-PAGE.
       220-PREV-PAGE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-FILLED
           MOVE CA-FIRST-RIDFLD TO WS-RIDFLD
           EXEC CICS STARTBR FILE('tktm0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('tktm0001')
                    INTO (WS-TICKET-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-TICKET-KEY-LEN)
               END-EXEC
               PERFORM UNTIL WS-FILLED = WS-LOOP OR WS-EOF = 'Y'
                   EXEC CICS READPREV FILE('tktm0001')
                        INTO (WS-TICKET-REC)
                        RIDFLD (WS-RIDFLD)
                        KEYLENGTH (WS-TICKET-KEY-LEN)
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-EOF
                       MOVE LOW-VALUES TO WS-RIDFLD
                   ELSE
                       PERFORM 250-MATCH-FILTER
                       IF WS-MATCH = 'Y'
                           ADD 1 TO WS-FILLED
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   FILE ('tktm0001')
               END-EXEC
           END-IF
           MOVE WS-RIDFLD TO CA-TOP-RIDFLD
           PERFORM 200-LIST-PAGE.
       220-EXIT.
           EXIT.

       200-LIST-PAGE.
           PERFORM 201-BUILD-PAGE
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
               IF WS-COUNT > WS-FILLED
                   MOVE SPACES TO LSELO(WS-COUNT)
                   MOVE SPACES TO LNUMO(WS-COUNT)
                   MOVE SPACES TO LSTATO(WS-COUNT)
                   MOVE SPACES TO LFDTO(WS-COUNT)
                   MOVE SPACES TO LLATEO(WS-COUNT)
                   MOVE SPACES TO LRSNO(WS-COUNT)
                   MOVE SPACES TO LSVCO(WS-COUNT)
                   MOVE SPACES TO CA-ROW-TICKET(WS-COUNT)
               END-IF
           END-PERFORM
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               IF WS-FILLED = ZERO
                   MOVE 'SM520001' TO MSGX-ID
                   MOVE 'No follow-ups on file for you' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               ELSE
                   MOVE 'SM520002' TO MSGX-ID
                   MOVE 'End of follow-up list' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
           END-IF
           PERFORM 230-SEND-PAGE.
       200-EXIT.
           EXIT.

       201-BUILD-PAGE.
           MOVE SPACES TO ERRMSGO
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-FILLED
           MOVE CA-TOP-RIDFLD TO WS-RIDFLD CA-FIRST-RIDFLD
           EXEC CICS STARTBR FILE('tktm0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-FILLED = WS-LOOP OR WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('tktm0001')
                    INTO (WS-TICKET-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-TICKET-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               ELSE
                   PERFORM 250-MATCH-FILTER
                   IF WS-MATCH = 'Y'
                       ADD 1 TO WS-FILLED
                       PERFORM 205-BUILD-ROW
                       MOVE WS-RIDFLD TO CA-LAST-RIDFLD
                       IF WS-FILLED = 1
                           MOVE WS-RIDFLD TO CA-FIRST-RIDFLD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('tktm0001')
           END-EXEC.
       201-EXIT.
           EXIT.

      *    DUE is today, LATE is any day before - what the agent
      *    promised and has not yet kept.
       205-BUILD-ROW.
           MOVE SPACES TO LSELO(WS-FILLED)
           MOVE TICKET-NUM TO LNUMO(WS-FILLED)
           MOVE TICKET-NUM TO CA-ROW-TICKET(WS-FILLED)
           EVALUATE TICKET-STATUS
           WHEN 'O'
               MOVE 'OPEN' TO LSTATO(WS-FILLED)
           WHEN 'P'
               MOVE 'PENDING APPR' TO LSTATO(WS-FILLED)
           WHEN 'A'
               MOVE 'APPROVED' TO LSTATO(WS-FILLED)
           WHEN 'W'
               MOVE 'WAITING' TO LSTATO(WS-FILLED)
           WHEN OTHER
               MOVE TICKET-STATUS TO LSTATO(WS-FILLED)
           END-EVALUATE
           MOVE TICKET-FUP-DATE TO LFDTO(WS-FILLED)
           EVALUATE TRUE
           WHEN TICKET-FUP-DATE < WS-TODAY-DATE
               MOVE 'LATE' TO LLATEO(WS-FILLED)
           WHEN TICKET-FUP-DATE = WS-TODAY-DATE
               MOVE 'DUE' TO LLATEO(WS-FILLED)
           WHEN OTHER
               MOVE SPACES TO LLATEO(WS-FILLED)
           END-EVALUATE
           MOVE TICKET-FUP-REASON TO LRSNO(WS-FILLED)
           MOVE TICKET-SVC-CODE TO LSVCO(WS-FILLED).
       205-EXIT.
           EXIT.

       250-MATCH-FILTER.
           MOVE 'Y' TO WS-MATCH
           IF TICKET-FUP-BY NOT = WS-USERID
               OR TICKET-FUP-DATE NOT NUMERIC
               OR TICKET-FUP-DATE = ZERO
               OR TICKET-CLOSED OR TICKET-REJECTED
               MOVE 'N' TO WS-MATCH
           END-IF
           IF WS-MATCH = 'Y' AND CA-DUE-ONLY
               AND TICKET-FUP-DATE > WS-TODAY-DATE
               MOVE 'N' TO WS-MATCH
           END-IF.
       250-EXIT.
           EXIT.

       240-CHECK-SELECT.
           MOVE ZERO TO WS-SEL-SUB
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
                   OR WS-SEL-SUB > ZERO
               IF LSELI(WS-COUNT) NOT = SPACE
                   AND LSELI(WS-COUNT) NOT = LOW-VALUE
                   AND LSELI(WS-COUNT) NOT = DFHBMEOF
                   AND CA-ROW-TICKET(WS-COUNT) NOT = SPACES
                   MOVE WS-COUNT TO WS-SEL-SUB
               END-IF
           END-PERFORM.
       240-EXIT.
           EXIT.

      *    Hand the picked ticket number back to the SM000 menu with
      *    the SM-CHILD-RETURN marker, the way SM0009 does.
       260-CARRY-BACK.
           MOVE SPACES TO WS-SM-CA
           SET SM-CHILD-RETURN TO TRUE
           MOVE SPACE TO SM-STATE-OPTION
           MOVE CA-ROW-TICKET(WS-SEL-SUB) TO SM-STATE-TICKET
           MOVE ZERO TO SM-LAST-TIME
           EXEC CICS XCTL
               PROGRAM ('SM000')
               COMMAREA (WS-SM-CA)
               LENGTH (29)
           END-EXEC.
       260-EXIT.
           EXIT.

       230-SEND-PAGE.
           MOVE CA-FILT-DUE TO FDUEO
           MOVE LENGTH OF SM52MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM52M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM52MO)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM52')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
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
