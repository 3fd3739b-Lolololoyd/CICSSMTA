       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0048.
      ******************************************************************
      *DESCRIPTION: Resolver-team work queue - pages through the live   *
      *             tickets owned by the signed-on user's own team0001  *
      *             teams ten at a time, in the SM0009 mold, showing    *
      *             number, status, team, assignee, service code and    *
      *             open date. Filters: T=<team> narrows the list to    *
      *             one of the user's teams (any other team is          *
      *             refused), U='Y' shows only unassigned tickets.      *
      *             Typing P against a line pulls that ticket - it is   *
      *             assigned to the signed-on user, provided it is      *
      *             still unowned and past approval - and S carries     *
      *             the number back to the SM000 menu. PF5 takes the    *
      *             oldest unassigned workable ticket in the queue.     *
      *             A pull is journaled and logged in the ticket's      *
      *             tktd0001 work log. PF7/PF8 page, PF3 returns to     *
      *             the menu. Reached under its own SM48 transid, the   *
      *             SM0028 precedent.                                   *
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
       01  WS-TEAM-IX                    PIC S9(4) COMP VALUE ZERO.
       01  WS-TICKET-KEY-LEN             PIC S9(4) COMP VALUE 6.
       01  WS-TEAM-KEY-LEN               PIC S9(4) COMP VALUE 6.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-MATCH                      PIC X(01) VALUE 'N'.
       01  WS-MY-TEAM-HIT                PIC X(01) VALUE 'N'.
       01  WS-TEAM-DONE                  PIC X(01) VALUE 'N'.
       01  WS-RIDFLD                     PIC X(06).
       01  WS-TEAM-RID                   PIC X(06).
       01  WS-USERID                     PIC X(08).
       01  WS-SEL-CHAR                   PIC X(01) VALUE SPACE.
       01  WS-MSG                        PIC X(71) VALUE SPACES.
       01  WS-CUR-TICKET                 PIC X(06).
       01  WS-BEST-TICKET                PIC X(06) VALUE SPACES.
       01  WS-BEST-STAMP                 PIC 9(14) VALUE ZERO.
       01  WS-CAND-STAMP                 PIC 9(14) VALUE ZERO.
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-STAMP-DATE                 PIC 9(08).
       01  WS-STAMP-TIME                 PIC 9(06).
       01  WS-TEAM-REC.
           COPY TEAM0001.
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-TICKET-DTL-LEN             PIC S9(4) COMP VALUE 9.
       01  WS-TICKET-DTL-REC.
           COPY TICKD0001.
       01  WS-SEQX-WORK.
           COPY TKDSEQW1.
       01  WS-LOG-TEXT                   PIC X(60) VALUE SPACES.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       01  WS-CA.
           COPY TMQCOMM.
       01  WS-SM-CA.
           COPY SMCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM48S'  PIC X(7).
       COPY SM48S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(147).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           MOVE SPACES TO WS-MSG
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               MOVE LOW-VALUES TO CA-TOP-RIDFLD
               PERFORM 120-LOAD-MY-TEAMS THRU 120-EXIT
               PERFORM 200-LIST-PAGE
           ELSE
               MOVE DFHCOMMAREA TO WS-CA
               PERFORM 210-CHECK-AID
           END-IF.
       100-EXIT.
           EXIT.

      *    The user's teams are every active team0001 entry that lists
      *    them as a member - a short file, walked once per visit.
       120-LOAD-MY-TEAMS.
           MOVE ZERO TO CA-TEAM-COUNT
           MOVE 'N' TO WS-TEAM-DONE
           MOVE LOW-VALUES TO WS-TEAM-RID
           EXEC CICS STARTBR FILE('team0001')
                RIDFLD (WS-TEAM-RID)
                KEYLENGTH (WS-TEAM-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 120-EXIT
           END-IF
           PERFORM UNTIL WS-TEAM-DONE = 'Y'
               EXEC CICS READNEXT FILE('team0001')
                    INTO (WS-TEAM-REC)
                    RIDFLD (WS-TEAM-RID)
                    KEYLENGTH (WS-TEAM-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-TEAM-DONE
               ELSE
                   IF TEAM-IS-ACTIVE AND CA-TEAM-COUNT < 10
                       PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
                               UNTIL WS-TEAM-IX > 12
                           IF TEAM-MEMBER(WS-TEAM-IX) = WS-USERID
                               ADD 1 TO CA-TEAM-COUNT
                               MOVE TEAM-CODE
                                   TO CA-MY-TEAM(CA-TEAM-COUNT)
                               MOVE 13 TO WS-TEAM-IX
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('team0001')
           END-EXEC.
       120-EXIT.
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
           WHEN DFHPF5
               PERFORM 295-TAKE-NEXT
               PERFORM 200-LIST-PAGE
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM48M')
                   MAPSET ('SM48S')
                   INTO (SM48MI)
               END-EXEC
               PERFORM 240-CHECK-SELECT
               IF WS-SEL-SUB > ZERO
                   EVALUATE WS-SEL-CHAR
                   WHEN 'P'
                       MOVE CA-ROW-TICKET(WS-SEL-SUB) TO WS-CUR-TICKET
                       PERFORM 290-PULL-TICKET THRU 290-EXIT
                       PERFORM 200-LIST-PAGE
                   WHEN 'S'
                       PERFORM 260-CARRY-BACK
                   WHEN OTHER
                       MOVE 'SM480001' TO MSGX-ID
                       MOVE 'P pulls a ticket, S carries it to the menu'
                           TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO WS-MSG
                       PERFORM 200-LIST-PAGE
                   END-EVALUATE
               ELSE
                   PERFORM 150-APPLY-FILTERS
                   MOVE LOW-VALUES TO CA-TOP-RIDFLD
                   PERFORM 200-LIST-PAGE
               END-IF
           WHEN OTHER
               MOVE 'SM480002' TO MSGX-ID
               MOVE 'Invalid PFKey - PF5 next, PF7/PF8 page, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    Fold the typed filter values to upper case the same way
      *    SM0009's 150-APPLY-FILTERS does - a blank entry clears that
      *    filter. A team filter the user is not a member of is
      *    refused rather than quietly showing another team's queue.
       150-APPLY-FILTERS.
           IF FTEAML > ZERO
               MOVE FUNCTION UPPER-CASE(FTEAMI) TO CA-FILT-TEAM
           END-IF
           IF FUNASL > ZERO
               MOVE FUNCTION UPPER-CASE(FUNASI) TO CA-FILT-UNASG
           END-IF
           IF CA-FILT-TEAM = LOW-VALUES
               MOVE SPACES TO CA-FILT-TEAM
           END-IF
           IF CA-FILT-TEAM NOT = SPACES
               MOVE CA-FILT-TEAM TO TICKET-TEAM-CODE
               PERFORM 255-CHECK-MY-TEAM
               IF WS-MY-TEAM-HIT NOT = 'Y'
                   MOVE SPACES TO CA-FILT-TEAM
                   MOVE 'SM480003' TO MSGX-ID
                   MOVE 'You are not a member of that team'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO WS-MSG
               END-IF
           END-IF.
       150-EXIT.
           EXIT.

      *    Reposition one record past the last line shown, the same
      *    double-READNEXT technique SM0009's 225-NEXT-PAGE uses.
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
      *    of queue tickets has gone by, SM0009's 220-PREV-PAGE.
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
                       PERFORM 250-MATCH-FILTER THRU 250-EXIT
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
           PERFORM 201-QUEUE-PAGE THRU 201-EXIT
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
               IF WS-COUNT > WS-FILLED
                   MOVE SPACES TO LSELO(WS-COUNT)
                   MOVE SPACES TO LNUMO(WS-COUNT)
                   MOVE SPACES TO LSTATO(WS-COUNT)
                   MOVE SPACES TO LTEAMO(WS-COUNT)
                   MOVE SPACES TO LASGO(WS-COUNT)
                   MOVE SPACES TO LSVCO(WS-COUNT)
                   MOVE SPACES TO LODTO(WS-COUNT)
                   MOVE SPACES TO CA-ROW-TICKET(WS-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-MSG TO ERRMSGO
           IF CA-TEAM-COUNT = ZERO AND ERRMSGO = SPACES
               MOVE 'SM480004' TO MSGX-ID
               MOVE 'You are not a member of any resolver team'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM480005' TO MSGX-ID
               MOVE 'End of team queue' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       200-EXIT.
           EXIT.

       201-QUEUE-PAGE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-FILLED
           MOVE CA-TOP-RIDFLD TO WS-RIDFLD CA-FIRST-RIDFLD
           IF CA-TEAM-COUNT = ZERO
               MOVE 'Y' TO WS-EOF
               GO TO 201-EXIT
           END-IF
           EXEC CICS STARTBR FILE('tktm0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
               GO TO 201-EXIT
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
                   PERFORM 250-MATCH-FILTER THRU 250-EXIT
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
           MOVE TICKET-TEAM-CODE TO LTEAMO(WS-FILLED)
           MOVE TICKET-ASSIGNED-TO TO LASGO(WS-FILLED)
           MOVE TICKET-SVC-CODE TO LSVCO(WS-FILLED)
           MOVE TICKET-OPEN-DATE TO LODTO(WS-FILLED).
       205-EXIT.
           EXIT.

      *    A queue ticket is live (not closed or rejected) and owned
      *    by one of the user's teams - or by the one team filtered on.
       250-MATCH-FILTER.
           MOVE 'Y' TO WS-MATCH
           IF TICKET-CLOSED OR TICKET-REJECTED
               OR TICKET-TEAM-CODE = SPACES
               MOVE 'N' TO WS-MATCH
               GO TO 250-EXIT
           END-IF
           IF CA-FILT-TEAM NOT = SPACES
               IF TICKET-TEAM-CODE NOT = CA-FILT-TEAM
                   MOVE 'N' TO WS-MATCH
                   GO TO 250-EXIT
               END-IF
           ELSE
               PERFORM 255-CHECK-MY-TEAM
               IF WS-MY-TEAM-HIT NOT = 'Y'
                   MOVE 'N' TO WS-MATCH
                   GO TO 250-EXIT
               END-IF
           END-IF
           IF CA-UNASG-ONLY AND TICKET-ASSIGNED-TO NOT = SPACES
               MOVE 'N' TO WS-MATCH
           END-IF.
       250-EXIT.
           EXIT.

       255-CHECK-MY-TEAM.
           MOVE 'N' TO WS-MY-TEAM-HIT
           PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
                   UNTIL WS-TEAM-IX > CA-TEAM-COUNT
               IF CA-MY-TEAM(WS-TEAM-IX) = TICKET-TEAM-CODE
                   MOVE 'Y' TO WS-MY-TEAM-HIT
               END-IF
           END-PERFORM.
       255-EXIT.
           EXIT.

       240-CHECK-SELECT.
           MOVE ZERO TO WS-SEL-SUB
           MOVE SPACE TO WS-SEL-CHAR
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
                   OR WS-SEL-SUB > ZERO
               IF LSELI(WS-COUNT) NOT = SPACE
                   AND LSELI(WS-COUNT) NOT = LOW-VALUE
                   AND LSELI(WS-COUNT) NOT = DFHBMEOF
                   AND CA-ROW-TICKET(WS-COUNT) NOT = SPACES
                   MOVE WS-COUNT TO WS-SEL-SUB
                   MOVE FUNCTION UPPER-CASE(LSELI(WS-COUNT))
                       TO WS-SEL-CHAR
               END-IF
           END-PERFORM.
       240-EXIT.
           EXIT.

      *    Pull WS-CUR-TICKET onto the signed-on user. The ticket is
      *    re-read for update and re-checked - it has to still be in
      *    one of the user's teams, past approval and unowned, since
      *    a teammate or the auto-assign may have got there since the
      *    page was drawn.
       290-PULL-TICKET.
           EXEC CICS
                READ FILE('tktm0001')
                INTO (WS-TICKET-REC)
                RIDFLD (WS-CUR-TICKET)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                EQUAL
                UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SMG00014' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-MSG
               GO TO 290-EXIT
           END-IF
           PERFORM 255-CHECK-MY-TEAM
           EVALUATE TRUE
           WHEN TICKET-CLOSED OR TICKET-REJECTED
               MOVE 'SM480006' TO MSGX-ID
               MOVE 'Ticket is no longer live' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-MSG
           WHEN WS-MY-TEAM-HIT NOT = 'Y'
               MOVE 'SM480007' TO MSGX-ID
               MOVE 'Ticket is not in your team queue' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-MSG
           WHEN TICKET-PENDING-APPROVAL
               MOVE 'SM480008' TO MSGX-ID
               MOVE 'Ticket is still pending approval' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-MSG
           WHEN TICKET-ASSIGNED-TO = WS-USERID
               MOVE 'SM480009' TO MSGX-ID
               MOVE 'Ticket is already assigned to you' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-MSG
           WHEN TICKET-ASSIGNED-TO NOT = SPACES
               MOVE 'SM480011' TO MSGX-ID
               MOVE 'Ticket is already assigned to &1' TO MSGX-DEFAULT
               MOVE TICKET-ASSIGNED-TO TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-MSG
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-MSG NOT = SPACES
               EXEC CICS UNLOCK
                   FILE ('tktm0001')
               END-EXEC
               GO TO 290-EXIT
           END-IF
           MOVE WS-USERID TO TICKET-ASSIGNED-TO
           EXEC CICS REWRITE
               FILE ('tktm0001')
               FROM (WS-TICKET-REC)
           END-EXEC
           MOVE SPACES TO WS-JRNL-REC
           MOVE 'TKTM0001' TO JRN-FILE
           MOVE 'R' TO JRN-ACTION
           MOVE TICKET-NUM TO JRN-KEY
           MOVE WS-TICKET-REC TO JRN-IMAGE
           PERFORM 990-WRITE-JOURNAL
           PERFORM 280-STAMP-NOW
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'Pulled from team ' TICKET-TEAM-CODE
                  ' queue by ' WS-USERID
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM 340-ADD-DETAIL-LINE THRU 340-EXIT
           MOVE 'SM480012' TO MSGX-ID
           MOVE 'Ticket &1 is now assigned to you' TO MSGX-DEFAULT
           MOVE WS-CUR-TICKET TO MSGX-SUB(1)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO WS-MSG.
       290-EXIT.
           EXIT.

      *    PF5 - the oldest (by open date and time) unassigned,
      *    workable ticket across the user's teams, or the one team
      *    filtered on, is found with one pass of the master and then
      *    pulled exactly as a P against its line would.
       295-TAKE-NEXT.
           PERFORM 296-FIND-OLDEST THRU 296-EXIT
           IF WS-BEST-TICKET = SPACES
               MOVE 'SM480010' TO MSGX-ID
               MOVE 'No unassigned work waiting in your team queue'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-MSG
           ELSE
               MOVE WS-BEST-TICKET TO WS-CUR-TICKET
               PERFORM 290-PULL-TICKET THRU 290-EXIT
           END-IF.
       295-EXIT.
           EXIT.

       296-FIND-OLDEST.
           MOVE SPACES TO WS-BEST-TICKET
           MOVE 99999999999999 TO WS-BEST-STAMP
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO WS-RIDFLD
           IF CA-TEAM-COUNT = ZERO
               GO TO 296-EXIT
           END-IF
           EXEC CICS STARTBR FILE('tktm0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('tktm0001')
                    INTO (WS-TICKET-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-TICKET-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               ELSE
                   PERFORM 250-MATCH-FILTER THRU 250-EXIT
                   IF WS-MATCH = 'Y'
                       AND TICKET-ASSIGNED-TO = SPACES
                       AND NOT TICKET-PENDING-APPROVAL
                       AND TICKET-OPEN-DATE NUMERIC
                       AND TICKET-OPEN-TIME NUMERIC
                       COMPUTE WS-CAND-STAMP =
                           TICKET-OPEN-DATE * 1000000
                           + TICKET-OPEN-TIME
                       IF WS-CAND-STAMP < WS-BEST-STAMP
                           MOVE WS-CAND-STAMP TO WS-BEST-STAMP
                           MOVE TICKET-NUM TO WS-BEST-TICKET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('tktm0001')
           END-EXEC.
       296-EXIT.
           EXIT.

       280-STAMP-NOW.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-STAMP-DATE)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               TIME (WS-STAMP-TIME)
           END-EXEC.
       280-EXIT.
           EXIT.

      *    Append one work-log line for WS-CUR-TICKET with the text
      *    staged in WS-LOG-TEXT - SM0010's 340-ADD-DETAIL-LINE.
       340-ADD-DETAIL-LINE.
           MOVE SPACES TO SEQX-LAST
           MOVE WS-CUR-TICKET TO TICKD-TICKET-NUM
           MOVE HIGH-VALUES TO TICKD-SEQ-NUM-X
           EXEC CICS STARTBR FILE('tktd0001')
                RIDFLD (TICKD-KEY)
                KEYLENGTH (WS-TICKET-DTL-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('tktd0001')
                    INTO (WS-TICKET-DTL-REC)
                    RIDFLD (TICKD-KEY)
                    KEYLENGTH (WS-TICKET-DTL-LEN)
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND TICKD-TICKET-NUM = WS-CUR-TICKET
                   MOVE TICKD-SEQ-NUM-X TO SEQX-LAST
               END-IF
               EXEC CICS ENDBR FILE('tktd0001')
               END-EXEC
           END-IF
           MOVE SPACES TO WS-TICKET-DTL-REC
           MOVE WS-CUR-TICKET TO TICKD-TICKET-NUM
           PERFORM 905-NEXT-SEQX
           IF SEQX-FULL = 'Y'
               GO TO 340-EXIT
           END-IF
           MOVE SEQX-NEXT TO TICKD-SEQ-NUM-X
           MOVE WS-USERID TO TICKD-ENTERED-BY
           MOVE WS-STAMP-DATE TO TICKD-ENTERED-DATE
           MOVE WS-STAMP-TIME TO TICKD-ENTERED-TIME
           MOVE WS-LOG-TEXT TO TICKD-TEXT
           EXEC CICS WRITE
               FILE ('tktd0001')
               FROM (WS-TICKET-DTL-REC)
               RIDFLD (TICKD-KEY)
               KEYLENGTH (WS-TICKET-DTL-LEN)
           END-EXEC
           MOVE SPACES TO WS-JRNL-REC
           MOVE 'TKTD0001' TO JRN-FILE
           MOVE 'W' TO JRN-ACTION
           MOVE TICKD-KEY TO JRN-KEY
           MOVE WS-TICKET-DTL-REC TO JRN-IMAGE
           PERFORM 990-WRITE-JOURNAL.
       340-EXIT.
           EXIT.

      *    Hand the picked ticket number back to the SM000 menu, as
      *    SM0009's 260-CARRY-BACK does.
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
           MOVE CA-FILT-TEAM TO FTEAMO
           MOVE CA-FILT-UNASG TO FUNASO
           MOVE LENGTH OF SM48MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM48M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM48MO)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM48')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

      *    Next work-log sequence from the last key seen - the shared
      *    TKDNXSQ1 increment. See TKDSEQW1.
       905-NEXT-SEQX.
           COPY TKDNXSQ1.
           CONTINUE.
       905-EXIT.
           EXIT.

       990-WRITE-JOURNAL.
           MOVE EIBDATE TO JRN-LOG-DATE
           MOVE EIBTIME TO JRN-LOG-TIME
           EXEC CICS WRITEQ TD
               QUEUE ('JRNL')
               FROM (WS-JRNL-REC)
               LENGTH (WS-JRNL-LEN)
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
