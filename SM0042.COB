      *             requirement are re-derived from the new svcc0001   *
      *             entry exactly as SM0013 derives them at open, the   *
      *             ticket re-routes per the new code's rule (roster    *
      *             first) and moves to the new code's resolver team    *
      *             queue, and the old-to-new change plus the reason    *
      *             land in the tktd0001 work log. A closed or          *
      *             rejected ticket is history and stays put. A         *
      *             SERVICE user needs a ucat0001 grant for both the    *
      *             ticket's present service category and the new       *
      *             code's; ADMIN is never category-bound. Reached      *
      *             under its own SM42 transid, the SM0028 precedent.   *
      *             PF3 returns to the menu.                            *
      ******************************************************************
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
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-SVC-CAT-REC.
           COPY TICKD0001.
       01  WS-BDAY-REC.
           COPY BDAYCAL1.
       01  WS-BHRS-KEY-LEN               PIC S9(4) COMP VALUE 2.
       01  WS-BHRS-PROBE-REGION          PIC X(02) VALUE '**'.
       01  WS-BHRS-REC.
           COPY BHRS0001.
       01  WS-HR-PRI                     PIC 9(01) VALUE ZERO.
       01  WS-HR-RESP                    PIC 9(03) VALUE ZERO.
       01  WS-HR-RESOL                   PIC 9(03) VALUE ZERO.
       01  WS-BHRX-WORK.
           COPY BHRSWRK1.
       01  WS-ONCL-REC.
           COPY ONCL0001.
       01  WS-SITE-REC.
           05  WS-DEFAULT-CONTACT-CODE   PIC X(04) VALUE 'HELP'.
       01  WS-NAMEFILE-REC.
           COPY NAMEFILE.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       01  WS-CA                         PIC X(01) VALUE SPACE.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).

           END-EXEC
           PERFORM 110-CHECK-ACCESS
           IF EIBCALEN = 0
               MOVE 'SM420001' TO MSGX-ID
               MOVE 'Key ticket, new service code, reason - ENTER'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EVALUATE EIBAID
               END-EXEC
               PERFORM 300-RECLASSIFY
           WHEN OTHER
               MOVE 'SM420002' TO MSGX-ID
               MOVE 'Invalid PFKey Pressed - ENTER acts, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       100-EXIT.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR (WS-UAF-SERVICE NOT = 'Y'
                   AND WS-UAF-ADMIN NOT = 'Y')
               MOVE 'SM420003' TO MSGX-ID
               MOVE 'Reclassify requires SERVICE or ADMIN access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       110-EXIT.

       300-RECLASSIFY.
           IF RTKTL = ZERO OR RTKTI = SPACES
               MOVE 'SM420004' TO MSGX-ID
               MOVE 'Ticket number required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF RNSVL = ZERO OR RNSVI = SPACES
               MOVE 'SM420005' TO MSGX-ID
               MOVE 'New service code required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF RRSNL = ZERO OR RRSNI = SPACES
               MOVE 'SM420006' TO MSGX-ID
               MOVE 'A reclassification needs its reason'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE FUNCTION UPPER-CASE(RNSVI) TO WS-NEW-CODE
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR NOT SVC-IS-ACTIVE
               MOVE 'SM420007' TO MSGX-ID
               MOVE 'New service code not on file or inactive'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE FUNCTION UPPER-CASE(RTKTI) TO TICKET-NUM
                UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SMG00014' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF TICKET-CLOSED OR TICKET-REJECTED
               MOVE 'SM420008' TO MSGX-ID
               MOVE 'Closed or rejected tickets stay put'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               EXEC CICS UNLOCK
                   FILE ('tktm0001')
               END-EXEC
               PERFORM 230-SEND-PAGE
           END-IF
           IF TICKET-SVC-CODE = WS-NEW-CODE
               MOVE 'SM420009' TO MSGX-ID
               MOVE 'Ticket already carries that service code'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               EXEC CICS UNLOCK
                   FILE ('tktm0001')
               END-EXEC
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 350-CHECK-CATEGORY
           IF NOT UCTX-PERMITTED
               EXEC CICS UNLOCK
                   FILE ('tktm0001')
               END-EXEC
               MOVE 'SM420010' TO MSGX-ID
               MOVE 'Service category &1 is not granted to you'
                   TO MSGX-DEFAULT
               MOVE UCTX-SVC-CATEGORY TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE TICKET-SVC-CODE TO WS-OLD-CODE
           MOVE WS-NEW-CODE TO TICKET-SVC-CODE
           PERFORM 280-STAMP-NOW
      *    PENDING; an already-approved ticket keeps its signatures.
           PERFORM 320-REROUTE-CONTACT
           PERFORM 310-REDERIVE-DUE-DATE
           PERFORM 311-STAMP-HOUR-TARGETS THRU 311-EXIT
           MOVE SVC-TEAM-CODE TO TICKET-TEAM-CODE
           IF TICKET-OPEN OR TICKET-PENDING-APPROVAL
               IF SVC-APPROVALS NUMERIC AND SVC-APPROVALS = ZERO
                   SET TICKET-OPEN TO TRUE
           PERFORM 340-ADD-DETAIL-LINE
           MOVE RRSNI TO WS-LOG-TEXT
           PERFORM 340-ADD-DETAIL-LINE
           MOVE 'SM420011' TO MSGX-ID
           MOVE 'Ticket &1 reclassified to &2' TO MSGX-DEFAULT
           MOVE TICKET-NUM TO MSGX-SUB(1)
           MOVE WS-NEW-CODE TO MSGX-SUB(2)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.
       310-EXIT.
           EXIT.

      *    Hour-based targets - a non-zero SVC-RESOL-HOURS or
      *    SVC-RESP-HOURS entry for the ticket's priority runs the
      *    BHRSADD1 business-hours clock from the ticket's own open
      *    date and time,
      *    in the routed region's bhrs0001 hours, and the result
      *    replaces the whole-day due date.
      *    A re-derived target starts a fresh breach - the intraday
      *    sweep may escalate it again under the new code.
       311-STAMP-HOUR-TARGETS.
           MOVE SPACE TO TICKET-SLA-BASIS
           MOVE ZERO TO TICKET-DUE-TIME
           MOVE ZERO TO TICKET-RESP-DUE-DATE TICKET-RESP-DUE-TIME
           MOVE ZERO TO WS-HR-RESP WS-HR-RESOL
           IF TICKET-PRIORITY < '1' OR TICKET-PRIORITY > '3'
               GO TO 311-EXIT
           END-IF
           IF TICKET-OPEN-TIME NOT NUMERIC
               GO TO 311-EXIT
           END-IF
           MOVE TICKET-PRIORITY TO WS-HR-PRI
           IF SVC-RESP-HOURS(WS-HR-PRI) NUMERIC
               MOVE SVC-RESP-HOURS(WS-HR-PRI) TO WS-HR-RESP
           END-IF
           IF SVC-RESOL-HOURS(WS-HR-PRI) NUMERIC
               MOVE SVC-RESOL-HOURS(WS-HR-PRI) TO WS-HR-RESOL
           END-IF
           IF WS-HR-RESP = ZERO AND WS-HR-RESOL = ZERO
               GO TO 311-EXIT
           END-IF
           PERFORM 312-LOAD-BHRS-WEEK
           MOVE 'H' TO TICKET-SLA-BASIS
           IF WS-HR-RESOL > ZERO
               MOVE TICKET-OPEN-DATE TO BHRX-FROM-DATE
               MOVE TICKET-OPEN-TIME TO BHRX-FROM-TIME
               MOVE WS-HR-RESOL TO BHRX-HOURS
               PERFORM 313-RUN-BHRS-CLOCK
               IF BHRX-DUE-DATE > ZERO
                   MOVE BHRX-DUE-DATE TO TICKET-DUE-DATE
                   MOVE BHRX-DUE-TIME TO TICKET-DUE-TIME
               END-IF
           END-IF
           IF WS-HR-RESP > ZERO
               MOVE TICKET-OPEN-DATE TO BHRX-FROM-DATE
               MOVE TICKET-OPEN-TIME TO BHRX-FROM-TIME
               MOVE WS-HR-RESP TO BHRX-HOURS
               PERFORM 313-RUN-BHRS-CLOCK
               MOVE BHRX-DUE-DATE TO TICKET-RESP-DUE-DATE
               MOVE BHRX-DUE-TIME TO TICKET-RESP-DUE-TIME
           END-IF.
       311-EXIT.
           EXIT.

      *    The routed region's week first, global '**' as the
      *    fall-back, the standard Monday-Friday 0800-1800 week when
      *    neither is on file.
       312-LOAD-BHRS-WEEK.
           MOVE BHRX-STD-WEEK TO BHRX-WEEK
           MOVE WS-DEFAULT-CONTACT-REGION TO WS-BHRS-PROBE-REGION
           EXEC CICS READ
               FILE('bhrs0001')
               INTO (WS-BHRS-REC)
               RIDFLD (WS-BHRS-PROBE-REGION)
               KEYLENGTH (WS-BHRS-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               AND WS-BHRS-PROBE-REGION NOT = '**'
               MOVE '**' TO WS-BHRS-PROBE-REGION
               EXEC CICS READ
                   FILE('bhrs0001')
                   INTO (WS-BHRS-REC)
                   RIDFLD (WS-BHRS-PROBE-REGION)
                   KEYLENGTH (WS-BHRS-KEY-LEN)
                   EQUAL
               END-EXEC
           END-IF
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE BHRS-WEEK TO BHRX-WEEK
           END-IF.
       312-EXIT.
           EXIT.

       313-RUN-BHRS-CLOCK.
           COPY BHRSADD1.
           CONTINUE.
       313-EXIT.
           EXIT.

      *    Holiday answer for the business-hours clock - the same
      *    regional-then-global bday0001 probe the day arithmetic
      *    makes, for the date the clock is standing on.
       975-CHECK-BHRS-HOLIDAY.
           MOVE 'N' TO BHRX-HOLIDAY
           MOVE WS-DEFAULT-CONTACT-REGION TO WS-BDAY-PROBE-REGION
           MOVE BHRX-PROBE-DATE TO WS-BDAY-PROBE-DATE
           EXEC CICS READ
               FILE('bday0001')
               INTO (WS-BDAY-REC)
               RIDFLD (WS-BDAY-PROBE-KEY)
               KEYLENGTH (WS-BDAY-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               AND WS-BDAY-PROBE-REGION NOT = '**'
               MOVE '**' TO WS-BDAY-PROBE-REGION
               EXEC CICS READ
                   FILE('bday0001')
                   INTO (WS-BDAY-REC)
                   RIDFLD (WS-BDAY-PROBE-KEY)
                   KEYLENGTH (WS-BDAY-KEY-LEN)
                   EQUAL
               END-EXEC
           END-IF
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO BHRX-HOLIDAY
           END-IF.
       975-EXIT.
           EXIT.

      *    Re-route under the new code - roster entry first, then the
      *    catalog rule, then the site default, the SM0013 order.
       320-REROUTE-CONTACT.
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE SHORT-NAME TO TICKET-CONTACT
                   MOVE REGION-CODE TO TICKET-REGION
                   MOVE 'Y' TO WS-ROSTERED
               END-IF
           END-IF
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE SHORT-NAME TO TICKET-CONTACT
               MOVE REGION-CODE TO TICKET-REGION
           END-IF.
       320-EXIT.
           EXIT.
       340-EXIT.
           EXIT.

      *    A SERVICE desk user may only move a ticket out of, and
      *    into, service categories ucat0001 grants them; ADMIN is
      *    never category-bound. 110 has already read the user's
      *    uaf00001 record. The refusal goes to the SECL log.
       350-CHECK-CATEGORY.
           MOVE 'Y' TO UCTX-PERMIT
           IF WS-UAF-ADMIN NOT = 'Y'
               MOVE WS-USERID TO UCTX-USERID
               MOVE TICKET-SVC-CODE TO UCTX-SVC-CODE
               PERFORM 351-CHECK-GRANT
               IF UCTX-PERMITTED
                   MOVE WS-NEW-CODE TO UCTX-SVC-CODE
                   PERFORM 351-CHECK-GRANT
               END-IF
           END-IF
           IF NOT UCTX-PERMITTED
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'CATEGORY ' UCTX-SVC-CATEGORY
                      ' RECLASS REFUSED ' TICKET-NUM
                   DELIMITED BY SIZE INTO SEC-LOG-REASON
               END-STRING
               PERFORM 355-LOG-REJECT
           END-IF.
       350-EXIT.
           EXIT.

      *    Service-category grant test - the ticket's service code is
      *    looked up on svcc0001 and the user needs a ucat0001 grant
      *    for its category, or the ** all-categories grant. See
      *    UCATCKW1.
       351-CHECK-GRANT.
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
       351-EXIT.
           EXIT.

      *    Same SECL record SM000's 310-LOG-REJECT writes.
       355-LOG-REJECT.
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
       355-EXIT.
           EXIT.

      *    One after-image journal record to TD queue 'JRNL' for each
      *    critical-file write this program just did - the caller has
      *    already staged JRN-FILE/JRN-ACTION/JRN-KEY/JRN-IMAGE. See
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
