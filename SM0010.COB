      *             it, which requires a reason in the reason field -  *
      *             the decision and the reason land in the ticket's   *
      *             tktd0001 work log. PF7/PF8 page, PF3 returns to    *
      *             the SM000 menu. A change request whose planned     *
      *             window meets a frzw0001 freeze for its service is  *
      *             held, not approved, and counted as such.           *
      *             The workload-balance pick for a ticket owned by a  *
      *             resolver team only considers that team's members.  *
      *             A ticket opened with a cost estimate in an         *
      *             apat0001 authority band is only approved by        *
      *             someone at or above the band's approver or chain   *
      *             level - see 327-CHECK-AUTHORITY; the rest stay     *
      *             queued and are counted as needing more authority.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-APPR-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-REJ-COUNT                  PIC 9(02) VALUE ZERO.
       01  WS-SKIP-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-FRZ-COUNT                  PIC 9(02) VALUE ZERO.
       01  WS-AUTH-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-TIER-OK                    PIC X(01) VALUE 'Y'.
       01  WS-SIGNER                     PIC X(08) VALUE SPACES.
       01  WS-ANCHOR                     PIC X(08) VALUE SPACES.
       01  WS-CHAIN-USER                 PIC X(08) VALUE SPACES.
       01  WS-CHAIN-STEP                 PIC S9(4) COMP VALUE ZERO.
       01  WS-CHAIN-MAX                  PIC S9(4) COMP VALUE 20.
       01  WS-TKEC-REC.
           COPY TKEC0001.
       01  WS-UPRF-REC.
           COPY UPRF0001.
       01  WS-FRZW-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-FRZW-RID                   PIC X(08).
       01  WS-FRZW-DONE                  PIC X(01) VALUE 'N'.
       01  WS-FREEZE-ID                  PIC X(08) VALUE SPACES.
       01  WS-FRZW-REC.
           COPY FRZW0001.
       01  WS-FRZX-WORK.
           COPY FRZOVLW1.
       01  WS-NEED-REASON                PIC X(01) VALUE 'N'.
       01  WS-OWN-APPROVER               PIC X(01) VALUE 'N'.
       01  WS-UAF-REC.
       01  WS-SEQX-WORK.
           COPY TKDSEQW1.
       01  WS-LOG-TEXT                   PIC X(60) VALUE SPACES.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       01  WS-ACTING-FOR                 PIC X(08) VALUE SPACES.
       01  WS-ASGX-REC.
           COPY ASGX0001.
       01  WS-CAND-UAF-KEY              PIC X(08) VALUE SPACES.
       01  WS-ASG-TEAM                  PIC X(06) VALUE SPACES.
       01  WS-TEAM-KEY-LEN              PIC S9(4) COMP VALUE 6.
       01  WS-TEAM-IX                   PIC S9(4) COMP VALUE ZERO.
       01  WS-ON-TEAM                   PIC X(01) VALUE 'N'.
       01  WS-TEAM-REC.
           COPY TEAM0001.
       01  WS-CAND-UAF-REC.
           05  FILLER                   PIC X(11).
           05  WS-CAND-UAF-SERVICE      PIC X(01).
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(93).

               END-EXEC
               PERFORM 300-WORK-ACTIONS
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
           PERFORM 305-CHECK-APPROVER
           MOVE 'N' TO WS-NEED-REASON
           MOVE ZERO TO WS-APPR-COUNT WS-REJ-COUNT WS-SKIP-COUNT
           MOVE ZERO TO WS-FRZ-COUNT WS-AUTH-COUNT
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
               IF LACTI(WS-COUNT) NOT = SPACE
               END-IF
           END-PERFORM
           IF WS-NEED-REASON = 'Y'
               MOVE 'SM100001' TO MSGX-ID
               MOVE 'Reject requires a reason - enter one and re-ENTER'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 310-STAMP-DATE-TIME
                       WS-ACTION
                   EVALUATE WS-ACTION
                   WHEN 'A'
                       PERFORM 320-APPROVE-TICKET THRU 320-EXIT
                   WHEN 'R'
                       PERFORM 330-REJECT-TICKET
                   WHEN OTHER
           END-PERFORM
           MOVE ZERO TO CA-PATH-SKIP
           PERFORM 201-BUILD-PAGE
           MOVE 'SM100004' TO MSGX-ID
           MOVE
               'Applied - &1 appr, &2 rej, &3 skip, &4 freeze, &5 need m
      -        'ore authority'
               TO MSGX-DEFAULT
           MOVE WS-APPR-COUNT TO MSGX-SUB(1)
           MOVE WS-REJ-COUNT TO MSGX-SUB(2)
           MOVE WS-SKIP-COUNT TO MSGX-SUB(3)
           MOVE WS-FRZ-COUNT TO MSGX-SUB(4)
           MOVE WS-AUTH-COUNT TO MSGX-SUB(5)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.
      *    applied.
       305-CHECK-APPROVER.
           IF WS-OWN-APPROVER NOT = 'Y' AND WS-ACTING-FOR = SPACES
               MOVE 'SM100002' TO MSGX-ID
               MOVE 'Approver authority required to work this queue'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       305-EXIT.
               ADD 1 TO WS-SKIP-COUNT
               GO TO 320-EXIT
           END-IF
      *    A change planned into a freeze window for its service
      *    stays pending until it is rescheduled clear of it.
           IF EIBRESP = DFHRESP(NORMAL) AND TICKET-PENDING-APPROVAL
               AND TICKET-CLASS-CHANGE
               PERFORM 325-CHECK-CHANGE-FREEZE THRU 325-EXIT
               IF WS-FREEZE-ID NOT = SPACES
                   EXEC CICS UNLOCK
                       FILE ('tktm0001')
                   END-EXEC
                   ADD 1 TO WS-FRZ-COUNT
                   GO TO 320-EXIT
               END-IF
           END-IF
           IF EIBRESP = DFHRESP(NORMAL) AND TICKET-PENDING-APPROVAL
               IF TICKET-APPR-NEEDED NOT NUMERIC
                   MOVE 1 TO TICKET-APPR-NEEDED
               END-IF
               PERFORM 327-CHECK-AUTHORITY THRU 327-EXIT
               EVALUATE TRUE
      *        A cost-band ticket stays in the queue for an approver
      *        with the authority its estimate needs - each signature
      *        of a two-approver ticket is held to the same band.
               WHEN WS-TIER-OK NOT = 'Y'
                   EXEC CICS UNLOCK
                       FILE ('tktm0001')
                   END-EXEC
                   ADD 1 TO WS-AUTH-COUNT
      *        A two-approver ticket takes the first signature and
      *        stays in the queue for a different approver to second.
               WHEN TICKET-APPR-NEEDED >= 2
       320-EXIT.
           EXIT.

      *    The change's planned window against every declared
      *    frzw0001 window, the browse SM000's 226-CHECK-CHANGE-FREEZE
      *    does for option 3.
       325-CHECK-CHANGE-FREEZE.
           MOVE SPACES TO WS-FREEZE-ID
           MOVE TICKET-SVC-CODE TO FRZX-SVC-CODE
           IF TICKET-PLAN-START-DATE NOT NUMERIC
               OR TICKET-PLAN-END-DATE NOT NUMERIC
               GO TO 325-EXIT
           END-IF
           COMPUTE FRZX-SPAN-FROM =
               TICKET-PLAN-START-DATE * 1000000 + TICKET-PLAN-START-TIME
           COMPUTE FRZX-SPAN-TO =
               TICKET-PLAN-END-DATE * 1000000 + TICKET-PLAN-END-TIME
           MOVE 'N' TO WS-FRZW-DONE
           MOVE LOW-VALUES TO WS-FRZW-RID
           EXEC CICS STARTBR FILE('frzw0001')
                RIDFLD (WS-FRZW-RID)
                KEYLENGTH (WS-FRZW-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 325-EXIT
           END-IF
           PERFORM UNTIL WS-FRZW-DONE = 'Y'
               EXEC CICS READNEXT FILE('frzw0001')
                    INTO (WS-FRZW-REC)
                    RIDFLD (WS-FRZW-RID)
                    KEYLENGTH (WS-FRZW-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-FRZW-DONE
               ELSE
                   PERFORM 326-TEST-WINDOW
                   IF FRZX-OVERLAPS
                       MOVE FRZW-ID TO WS-FREEZE-ID
                       MOVE 'Y' TO WS-FRZW-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('frzw0001')
           END-EXEC.
       325-EXIT.
           EXIT.

       326-TEST-WINDOW.
           COPY FRZOVLP1.
           CONTINUE.
       326-EXIT.
           EXIT.

      *    Cost-band authority from the ticket's tkec0001 record (see
      *    TKEC0001/APAT0001). The band's named approver, or failing
      *    one the manager that many steps up the requestor's
      *    uprf0001 chain, is the anchor; the signer - or under a
      *    delegation the approver they act for - must be the anchor
      *    or stand above it in the anchor's own chain. No record, no
      *    band, or a chain with nobody on it leaves the APPROVER
      *    flag as the only test, as before the bands. A chain that
      *    runs out short of the level anchors on the top of it.
       327-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-TIER-OK
           EXEC CICS READ
               FILE('tkec0001')
               INTO (WS-TKEC-REC)
               RIDFLD (WS-CUR-TICKET)
               KEYLENGTH (WS-TICKET-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 327-EXIT
           END-IF
           IF TKEC-AUTH-LEVEL NOT NUMERIC
               MOVE ZERO TO TKEC-AUTH-LEVEL
           END-IF
           IF TKEC-AUTH-APPROVER = SPACES AND TKEC-AUTH-LEVEL = ZERO
               GO TO 327-EXIT
           END-IF
           MOVE WS-USERID TO WS-SIGNER
           IF WS-ACTING-FOR NOT = SPACES
               MOVE WS-ACTING-FOR TO WS-SIGNER
           END-IF
           MOVE SPACES TO WS-ANCHOR
           IF TKEC-AUTH-APPROVER NOT = SPACES
               MOVE TKEC-AUTH-APPROVER TO WS-ANCHOR
           ELSE
               MOVE TICKET-REQUESTOR TO WS-CHAIN-USER
               PERFORM VARYING WS-CHAIN-STEP FROM 1 BY 1
                       UNTIL WS-CHAIN-STEP > TKEC-AUTH-LEVEL
                       OR WS-CHAIN-USER = SPACES
                   PERFORM 328-NEXT-MANAGER
                   IF WS-CHAIN-USER NOT = SPACES
                       MOVE WS-CHAIN-USER TO WS-ANCHOR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ANCHOR = SPACES
               GO TO 327-EXIT
           END-IF
           MOVE 'N' TO WS-TIER-OK
           MOVE WS-ANCHOR TO WS-CHAIN-USER
           PERFORM VARYING WS-CHAIN-STEP FROM 1 BY 1
                   UNTIL WS-CHAIN-STEP > WS-CHAIN-MAX
                   OR WS-CHAIN-USER = SPACES
                   OR WS-TIER-OK = 'Y'
               IF WS-CHAIN-USER(1:7) = WS-SIGNER(1:7)
                   MOVE 'Y' TO WS-TIER-OK
               ELSE
                   PERFORM 328-NEXT-MANAGER
               END-IF
           END-PERFORM.
       327-EXIT.
           EXIT.

      *    One step up the uprf0001 manager chain from WS-CHAIN-USER -
      *    spaces when there is no profile or no manager above it.
       328-NEXT-MANAGER.
           MOVE SPACES TO WS-UPRF-REC
           MOVE WS-CHAIN-USER TO UPRF-USERID
           MOVE SPACES TO WS-CHAIN-USER
           EXEC CICS READ
               FILE('uprf0001')
               INTO (WS-UPRF-REC)
               RIDFLD (UPRF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND UPRF-MGR-USERID7 NOT = SPACES
               MOVE UPRF-MGR-USERID7 TO WS-CHAIN-USER(1:7)
           END-IF.
       328-EXIT.
           EXIT.

      *    Say no to a pending ticket - the long-unused TICKET-REJECTED
      *    status finally gets set somewhere. The decision line and the
      *    keyed reason both land in the tktd0001 work log.
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND TICKET-PENDING-APPROVAL
               SET TICKET-REJECTED TO TRUE
               MOVE ZERO TO TICKET-FUP-DATE
               MOVE SPACES TO TICKET-FUP-BY TICKET-FUP-REASON
               MOVE WS-USERID TO TICKET-APPROVER
               EXEC CICS REWRITE
                   FILE ('tktm0001')
      *    leaves it unassigned, the pre-assignment behavior. The
      *    load count is taken before the stamping read so no browse
      *    runs while the update lock is held.
      *    A ticket owned by a live resolver team is only balanced
      *    across that team's members - none of them signed on leaves
      *    it in the team queue (SM0048) rather than handing it to
      *    another team. No team, or a team since retired, keeps the
      *    whole-desk pick.
       360-AUTO-ASSIGN.
           MOVE SPACES TO WS-ASG-TEAM
           IF TICKET-TEAM-CODE NOT = SPACES
               EXEC CICS READ
                   FILE('team0001')
                   INTO (WS-TEAM-REC)
                   RIDFLD (TICKET-TEAM-CODE)
                   KEYLENGTH (WS-TEAM-KEY-LEN)
                   EQUAL
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL) AND TEAM-IS-ACTIVE
                   MOVE TICKET-TEAM-CODE TO WS-ASG-TEAM
               END-IF
           END-IF
           PERFORM 365-LIST-CANDIDATES
           IF WS-CAND-COUNT = ZERO
               GO TO 360-EXIT
           IF EIBRESP = DFHRESP(NORMAL)
               GO TO 367-EXIT
           END-IF
           IF WS-ASG-TEAM NOT = SPACES
               MOVE 'N' TO WS-ON-TEAM
               PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
                       UNTIL WS-TEAM-IX > 12
                   IF TEAM-MEMBER(WS-TEAM-IX) = SESS-USERID
                       MOVE 'Y' TO WS-ON-TEAM
                   END-IF
               END-PERFORM
               IF WS-ON-TEAM NOT = 'Y'
                   GO TO 367-EXIT
               END-IF
           END-IF
           IF WS-CAND-COUNT < WS-CAND-MAX
               ADD 1 TO WS-CAND-COUNT
               MOVE SESS-USERID TO WS-CAND-USERID(WS-CAND-COUNT)
           END-PERFORM
           MOVE SPACES TO REASO
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM100003' TO MSGX-ID
               MOVE 'End of approval queue' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF.
       201-EXIT.
           EXIT.
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
