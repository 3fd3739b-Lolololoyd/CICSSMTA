      *             on TD queue 'TKRJ' with the reason for              *
      *             operations to review. A 9am incident is a 9am       *
      *             ticket; TKTOPN01 stays as the batch catch-up.       *
      *             A clear-event record (event type C) resolves the    *
      *             still-live ticket the feed opened for the same      *
      *             requestor and service inside the window - closed    *
      *             under the MCLRRESL machine resolution code with a   *
      *             closure line - unless a person has already worked   *
      *             it; an unmatched or held clear is parked on 'TKRJ'  *
      *             with its reason like any other.                     *
      *             A drain that took any gateway record (anything but  *
      *             the BATFUSER batch-failure and silence requests)    *
      *             stamps the feed0001 heartbeat SM0050 watches for    *
      *             silence. Batch-failure service tickets open at      *
      *             high priority, as they do in TKTOPN01.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-INTF-LEN                   PIC S9(4) COMP VALUE 120.
       01  WS-INTF-REC.
           05  INTF-REQUESTOR7           PIC X(07).
           05  FILLER                    PIC X(01).
           05  INTF-SUMMARY              PIC X(40).
           05  FILLER                    PIC X(01).
           05  INTF-DESC                 PIC X(60).
           05  FILLER                    PIC X(01).
      *        Monitoring event type - R raises, C clears. A gateway
      *        still landing the old 118-byte record leaves it spaces,
      *        a raise.
           05  INTF-EVENT-TYPE           PIC X(01).
               88  INTF-EVENT-CLEAR      VALUE 'C'.
       01  WS-RJ-LEN                     PIC S9(4) COMP VALUE 151.
       01  WS-RJ-REC.
           05  RJ-REASON                 PIC X(30).
           05  FILLER                    PIC X(01).
           05  RJ-INTF                   PIC X(120).
       01  WS-DRAIN-DONE                 PIC X(01) VALUE 'N'.
       01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       01  WS-FREEZE-ID                  PIC X(08) VALUE SPACES.
               10  WS-CTB-SVC            PIC X(08).
               10  WS-CTB-SUMMARY        PIC X(40).
               10  WS-CTB-TICKET         PIC X(06).
      *    Monitoring clears - the machine resolution code (the
      *    MCLRRESL site knob) and the ticket a clear resolves.
       01  WS-CLEAR-RESL                 PIC X(04) VALUE 'MCLR'.
       01  WS-CLEAR-TICKET               PIC X(06) VALUE SPACES.
       01  WS-WORKED                     PIC X(01) VALUE 'N'.
       01  WS-DTL-DONE                   PIC X(01) VALUE 'N'.
      *    Feed heartbeat - set when the drain takes a record from
      *    the gateway itself. Our own requests come in under the
      *    BATFUSER identity (BATFSVCC service, high priority) and
      *    are not the gateway being heard from.
       01  WS-HEARD                      PIC X(01) VALUE 'N'.
       01  WS-BATF-SVC                   PIC X(08) VALUE 'BATCHFLR'.
       01  WS-BATF-USER                  PIC X(07) VALUE 'BTCHOPS'.
       01  WS-FEED-REC.
           COPY FEED0001.
       01  WS-SEQ-WORK.
           COPY TKDSEQW1.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
           COPY SITEPRM1.
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
       01  WS-FRZW-REC.
           COPY FRZW0001.
       01  WS-ONCL-REC.
       01  WS-MJIN-DONE                  PIC X(01) VALUE 'N'.
       01  WS-MJIN-REC.
           COPY MJIN0001.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.

           MOVE 'N' TO WS-DRAIN-DONE
           PERFORM 110-LOAD-WINDOW
           PERFORM 200-DRAIN-QUEUE UNTIL WS-DRAIN-DONE = 'Y'
           IF WS-HEARD = 'Y'
               PERFORM 290-STAMP-HEARTBEAT
           END-IF
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    Correlation window, hours - the CORRWNDW site knob - the
      *    clear resolution code and the batch-failure identity, read
      *    once per drain.
       110-LOAD-WINDOW.
           MOVE 'CORRWNDW' TO SITE-PARM-ID
                   COMPUTE WS-CORR-HOURS =
                       FUNCTION NUMVAL(SITE-PARM-VALUE)
               END-IF
           END-IF
           MOVE 'MCLRRESL' TO SITE-PARM-ID
           EXEC CICS READ
               FILE('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (SITE-PARM-ID)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND SITE-PARM-VALUE(1:4) NOT = SPACES
               MOVE SITE-PARM-VALUE(1:4) TO WS-CLEAR-RESL
           END-IF
           MOVE 'BATFSVCC' TO SITE-PARM-ID
           EXEC CICS READ
               FILE('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (SITE-PARM-ID)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND SITE-PARM-VALUE(1:8) NOT = SPACES
               MOVE SITE-PARM-VALUE(1:8) TO WS-BATF-SVC
           END-IF
           MOVE 'BATFUSER' TO SITE-PARM-ID
           EXEC CICS READ
               FILE('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (SITE-PARM-ID)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND SITE-PARM-VALUE(1:7) NOT = SPACES
               MOVE SITE-PARM-VALUE(1:7) TO WS-BATF-USER
           END-IF.
       110-EXIT.
           EXIT.

       200-DRAIN-QUEUE.
           MOVE SPACES TO WS-INTF-REC
           EXEC CICS READQ TD
               QUEUE ('TKIN')
               INTO (WS-INTF-REC)
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-DRAIN-DONE
           ELSE
               MOVE 120 TO WS-INTF-LEN
               IF INTF-REQUESTOR7 NOT = WS-BATF-USER
                   MOVE 'Y' TO WS-HEARD
               END-IF
               PERFORM 220-APPLY-REQUEST THRU 220-EXIT
           END-IF.
       200-EXIT.
           EXIT.

       220-APPLY-REQUEST.
           IF INTF-EVENT-CLEAR
               PERFORM 270-APPLY-CLEAR THRU 270-EXIT
               GO TO 220-EXIT
           END-IF
           PERFORM 240-VALIDATE-REQUEST
           IF WS-REJECT-REASON = SPACES
               PERFORM 245-CHECK-FREEZE
       260-EXIT.
           EXIT.

      *    A monitoring clear resolves the alert's ticket - the same
      *    rule TKTOPN01's 270-APPLY-CLEAR applies to the nightly
      *    feed: the first still-live feed-opened ticket for the
      *    requestor and service inside the window, closed unless a
      *    person has already worked it.
       270-APPLY-CLEAR.
           PERFORM 272-FIND-CLEAR-TARGET THRU 272-EXIT
           IF WS-CLEAR-TICKET = SPACES
               MOVE 'CLEAR - NO LIVE FEED TICKET' TO WS-REJECT-REASON
               PERFORM 260-PARK-REJECT
               GO TO 270-EXIT
           END-IF
           PERFORM 276-CHECK-WORKED THRU 276-EXIT
           IF WS-WORKED = 'Y'
               MOVE 'CLEAR - WORKED BY DESK' TO WS-REJECT-REASON
               PERFORM 260-PARK-REJECT
               GO TO 270-EXIT
           END-IF
           PERFORM 278-RESOLVE-TICKET THRU 278-EXIT.
       270-EXIT.
           EXIT.

       272-FIND-CLEAR-TARGET.
           MOVE SPACES TO WS-CLEAR-TICKET
           PERFORM 280-STAMP-NOW
           COMPUTE WS-NOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
           MOVE 'N' TO WS-CORR-DONE
           MOVE LOW-VALUES TO WS-CORR-RID
           EXEC CICS STARTBR FILE('tktm0001')
                RIDFLD (WS-CORR-RID)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 272-EXIT
           END-IF
           PERFORM UNTIL WS-CORR-DONE = 'Y'
               EXEC CICS READNEXT FILE('tktm0001')
                    INTO (WS-TICKET-REC)
                    RIDFLD (WS-CORR-RID)
                    KEYLENGTH (WS-TICKET-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-CORR-DONE
               ELSE
                   PERFORM 274-JUDGE-CLEAR THRU 274-EXIT
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('tktm0001')
           END-EXEC.
       272-EXIT.
           EXIT.

      *    Requestor and service rather than summary - the clear's
      *    text seldom repeats the raise's - and only a ticket the
      *    feed opened (occurrence count above zero).
       274-JUDGE-CLEAR.
           IF TICKET-REQUESTOR(1:7) NOT = INTF-REQUESTOR7
               OR TICKET-SVC-CODE NOT = INTF-SVC-CODE
               OR TICKET-CLOSED OR TICKET-REJECTED
               GO TO 274-EXIT
           END-IF
           IF TICKET-OCCUR-COUNT NOT NUMERIC
               OR TICKET-OCCUR-COUNT = ZERO
               OR TICKET-OPEN-DATE NOT NUMERIC
               OR TICKET-OPEN-DATE = ZERO
               GO TO 274-EXIT
           END-IF
           COMPUTE WS-CORR-OPEN-INT =
               FUNCTION INTEGER-OF-DATE(TICKET-OPEN-DATE)
           COMPUTE WS-CORR-ELAPSED =
               ((WS-NOW-INT - WS-CORR-OPEN-INT) * 24)
               + (WS-NOW-TIME / 10000)
               - (TICKET-OPEN-TIME / 10000)
           IF WS-CORR-ELAPSED <= WS-CORR-HOURS
               MOVE TICKET-NUM TO WS-CLEAR-TICKET
               MOVE 'Y' TO WS-CORR-DONE
           END-IF.
       274-EXIT.
           EXIT.

      *    Has a person touched the ticket? A first-touch response
      *    stamp or an approver sign-off says so outright; otherwise
      *    every work-log line must be the feed's own - entered by
      *    the requestor (the monitoring account) or by a batch job,
      *    which has no uaf00001 record. The browse leaves the last
      *    sequence in SEQX-LAST for the closure lines.
       276-CHECK-WORKED.
           MOVE 'N' TO WS-WORKED
           IF (TICKET-RESP-DATE NUMERIC AND TICKET-RESP-DATE > ZERO)
               OR TICKET-APPROVER NOT = SPACES
               MOVE 'Y' TO WS-WORKED
           END-IF
           MOVE SPACES TO SEQX-LAST
           MOVE 'N' TO WS-DTL-DONE
           MOVE WS-CLEAR-TICKET TO TICKD-TICKET-NUM
           MOVE LOW-VALUES TO TICKD-SEQ-NUM-X
           EXEC CICS STARTBR FILE('tktd0001')
                RIDFLD (TICKD-KEY)
                KEYLENGTH (WS-TICKET-DTL-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 276-EXIT
           END-IF
           PERFORM UNTIL WS-DTL-DONE = 'Y'
               EXEC CICS READNEXT FILE('tktd0001')
                    INTO (WS-TICKET-DTL-REC)
                    RIDFLD (TICKD-KEY)
                    KEYLENGTH (WS-TICKET-DTL-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR TICKD-TICKET-NUM NOT = WS-CLEAR-TICKET
                   MOVE 'Y' TO WS-DTL-DONE
               ELSE
                   MOVE TICKD-SEQ-NUM-X TO SEQX-LAST
                   IF TICKD-ENTERED-BY NOT = TICKET-REQUESTOR
                       PERFORM 277-CHECK-PERSON
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('tktd0001')
           END-EXEC.
       276-EXIT.
           EXIT.

       277-CHECK-PERSON.
           MOVE TICKD-ENTERED-BY TO WS-UAF-RID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-RID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-WORKED
           END-IF.
       277-EXIT.
           EXIT.

      *    Close the ticket the way SM0005's option 5 does - status,
      *    date, closer and resolution code on the master under an
      *    UPDATE lock (re-checked, in case the desk closed it in the
      *    meantime), the closure line and the clear's description on
      *    the work log, journal images for all of it. The in-drain
      *    table entry goes too, so a fresh raise later in the drain
      *    opens a new ticket instead of correlating onto this one.
       278-RESOLVE-TICKET.
           MOVE WS-CLEAR-TICKET TO WS-CORR-RID
           EXEC CICS
                READ FILE('tktm0001')
                INTO (WS-TICKET-REC)
                RIDFLD (WS-CORR-RID)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                EQUAL
                UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'CLEAR - TICKET UNAVAILABLE' TO WS-REJECT-REASON
               PERFORM 260-PARK-REJECT
               GO TO 278-EXIT
           END-IF
           IF TICKET-CLOSED OR TICKET-REJECTED
               EXEC CICS UNLOCK
                   FILE ('tktm0001')
               END-EXEC
               GO TO 278-EXIT
           END-IF
           PERFORM 280-STAMP-NOW
           SET TICKET-CLOSED TO TRUE
           MOVE ZERO TO TICKET-FUP-DATE
           MOVE SPACES TO TICKET-FUP-BY TICKET-FUP-REASON
           MOVE WS-NOW-DATE TO TICKET-CLOSED-DATE
           MOVE INTF-REQUESTOR7 TO TICKET-CLOSED-BY
           MOVE WS-CLEAR-RESL TO TICKET-RESL-CODE
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
           PERFORM VARYING WS-CTB-IDX FROM 1 BY 1
                   UNTIL WS-CTB-IDX > WS-CTB-COUNT
               IF WS-CTB-TICKET(WS-CTB-IDX) = TICKET-NUM
                   MOVE SPACES TO WS-CTB-SVC(WS-CTB-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-TICKET-DTL-REC
           MOVE TICKET-NUM TO TICKD-TICKET-NUM
           PERFORM 905-NEXT-SEQX
           MOVE SEQX-NEXT TO TICKD-SEQ-NUM-X
           MOVE INTF-REQUESTOR7 TO TICKD-ENTERED-BY
           MOVE WS-NOW-DATE TO TICKD-ENTERED-DATE
           MOVE WS-NOW-TIME TO TICKD-ENTERED-TIME
           MOVE ZERO TO TICKD-MINUTES
           STRING 'Ticket closed by ' INTF-REQUESTOR7
                  ' resolution ' WS-CLEAR-RESL
               DELIMITED BY SIZE INTO TICKD-TEXT
           END-STRING
           PERFORM 340-WRITE-DETAIL
           MOVE SEQX-NEXT TO SEQX-LAST
           PERFORM 905-NEXT-SEQX
           IF SEQX-FULL NOT = 'Y'
               MOVE SEQX-NEXT TO TICKD-SEQ-NUM-X
               IF INTF-DESC NOT = SPACES
                   MOVE INTF-DESC TO TICKD-TEXT
               ELSE
                   MOVE 'Condition cleared by monitoring feed'
                       TO TICKD-TEXT
               END-IF
               PERFORM 340-WRITE-DETAIL
           END-IF.
       278-EXIT.
           EXIT.

      *    Last-heard-from stamp on the feed0001 heartbeat, once per
      *    drain - added the first time, rewritten under an UPDATE
      *    lock after that. The silence-alert stamp is left alone;
      *    SM0050 compares the two.
       290-STAMP-HEARTBEAT.
           MOVE 'TKTINTF' TO FEED-ID
           EXEC CICS
                READ FILE('feed0001')
                INTO (WS-FEED-REC)
                RIDFLD (FEED-ID)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
                UPDATE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               PERFORM 280-STAMP-NOW
               MOVE WS-NOW-DATE TO FEED-LAST-DATE
               MOVE WS-NOW-TIME TO FEED-LAST-TIME
               MOVE 'SM0040' TO FEED-LAST-BY
               EXEC CICS REWRITE
                   FILE ('feed0001')
                   FROM (WS-FEED-REC)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-FEED-REC
               MOVE 'TKTINTF' TO FEED-ID
               PERFORM 280-STAMP-NOW
               MOVE WS-NOW-DATE TO FEED-LAST-DATE
               MOVE WS-NOW-TIME TO FEED-LAST-TIME
               MOVE 'SM0040' TO FEED-LAST-BY
               MOVE ZERO TO FEED-ALERT-DATE FEED-ALERT-TIME
               EXEC CICS WRITE
                   FILE ('feed0001')
                   FROM (WS-FEED-REC)
                   RIDFLD (FEED-ID)
                   KEYLENGTH (WS-STD-KEY-LEN)
               END-EXEC
           END-IF.
       290-EXIT.
           EXIT.

       280-STAMP-NOW.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-IF
           MOVE INTF-REQUESTOR7 TO TICKET-REQUESTOR
           MOVE SVC-CODE TO TICKET-SVC-CODE
           MOVE SVC-TEAM-CODE TO TICKET-TEAM-CODE
           IF SVC-CODE = WS-BATF-SVC
               MOVE '1' TO TICKET-PRIORITY
           ELSE
               MOVE '2' TO TICKET-PRIORITY
           END-IF
           MOVE INTF-SUMMARY TO TICKET-SUMMARY
           MOVE ZERO TO TICKET-MINUTES-SPENT
           MOVE 1 TO TICKET-OCCUR-COUNT
      *    contact's regional calendar.
           PERFORM 320-ROUTE-CONTACT
           PERFORM 310-STAMP-DUE-DATE
           PERFORM 311-STAMP-HOUR-TARGETS THRU 311-EXIT
           EXEC CICS WRITE
               FILE ('tktm0001')
               FROM (WS-TICKET-REC)
       310-EXIT.
           EXIT.

      *    Hour-based targets - a non-zero SVC-RESOL-HOURS or
      *    SVC-RESP-HOURS entry for the ticket's priority runs the
      *    BHRSADD1 business-hours clock from the open date and time,
      *    in the routed region's bhrs0001 hours, and the result
      *    replaces the whole-day due date.
      *    Same as SM0013's 221-STAMP-HOUR-TARGETS.
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

      *    Roster entry first, then the catalog rule, then the site
      *    default - the same order as SM0013's 228/229 pair.
       320-ROUTE-CONTACT.
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
