      *             consecutive sequence numbers. A minutes-spent       *
      *             figure keyed with the entry lands on the first      *
      *             line written and joins the master's                 *
      *             TICKET-MINUTES-SPENT effort total. Each entry is    *
      *             marked I (internal, desk-only) or P (public, the    *
      *             default); the desk sees internal lines flagged I,   *
      *             anyone else never sees them and always writes       *
      *             public lines. INQUIRY users can view but not        *
      *             append. The desk can also promise a follow-up -     *
      *             a date (YYYYMMDD, CLEAR drops it) and a short       *
      *             reason kept on the master for the agent's sign-on   *
      *             counter and SM0052 list - with or without a         *
      *             work-log entry. The desk also books spare parts     *
      *             used on the ticket - a part0001 part number and a   *
      *             quantity (default 1) take the count off the part's *
      *             on-hand, write a work-log line saying so and a      *
      *             ptus0001 record CHGBCK01 prices the parts charge    *
      *             from. The desk also sees the vendor support line -  *
      *             who to ring, under which contract and cover - when  *
      *             the ticket's asset is under a cntr0001 contract     *
      *             that was in force on the day the ticket was opened. *
      *             A SERVICE user may only log work against tickets    *
      *             in a service category ucat0001 grants them - their  *
      *             own tickets excepted; ADMIN is never bound.         *
      *             PF7/PF8 page, PF3 returns to the SM000 menu.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-UAF-EFFECTIVE-DATE     PIC 9(08).
           05  WS-UAF-TERM-DATE          PIC 9(08).
           05  WS-UAF-PIN                PIC X(04).
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       01  WS-TICKET-KEY-LEN             PIC S9(4) COMP VALUE 6.
       01  WS-ENTRY-MINUTES              PIC 9(04) VALUE ZERO.
      *    Internal/public mark keyed with the entry, and whether the
      *    signed-on user is desk staff (SERVICE or ADMIN) - only the
      *    desk sees, or writes, internal lines.
       01  WS-ENTRY-VIS                  PIC X(01) VALUE 'P'.
       01  WS-DESK-USER                  PIC X(01) VALUE 'N'.
      *    Follow-up keyed with this ENTER - the date/reason to stamp
      *    or CLEAR, and whether any work-log text came with it.
       01  WS-TEXT-KEYED                 PIC X(01) VALUE 'N'.
       01  WS-FUP-KEYED                  PIC X(01) VALUE 'N'.
       01  WS-FUP-CLEAR                  PIC X(01) VALUE 'N'.
       01  WS-FUP-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-FUP-REASON                 PIC X(20) VALUE SPACES.
       01  WS-FUP-MSG                    PIC X(60) VALUE SPACES.
      *    Spare part keyed with this ENTER - part0001 is debited and
      *    a ptus0001 record written against the work-log line.
       01  WS-PART-KEYED                 PIC X(01) VALUE 'N'.
       01  WS-PART-QTY                   PIC 9(03) VALUE ZERO.
       01  WS-PART-NUM                   PIC X(10) VALUE SPACES.
       01  WS-PART-MSG                   PIC X(60) VALUE SPACES.
       01  WS-PART-KEY-LEN               PIC S9(4) COMP VALUE 10.
       01  WS-PTUS-KEY-LEN               PIC S9(4) COMP VALUE 9.
       01  WS-ONHAND-EDIT                PIC ZZZZ9.
       01  WS-PART-REC.
           COPY PART0001.
       01  WS-PTUS-REC.
           COPY PTUS0001.
       01  WS-TICKET-REC.
           COPY TICKF0001.
      *    Vendor support behind the ticket's asset, desk only.
       01  WS-ASET-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-CNTR-KEY-LEN               PIC S9(4) COMP VALUE 20.
       01  WS-VEND-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-COVER-TEXT                 PIC X(10) VALUE SPACES.
       01  WS-ASET-REC.
           COPY ASET0001.
       01  WS-CNTR-REC.
           COPY CNTR0001.
       01  WS-VEND-REC.
           COPY VEND0001.
       01  WS-TKWA-KEY-LEN               PIC S9(4) COMP VALUE 14.
       01  WS-TKWA-EOF                   PIC X(01) VALUE 'N'.
       01  WS-WLST-IX                    PIC S9(4) COMP VALUE ZERO.
           COPY WIDXWRK1.
       01  WS-WIDX-REC.
           COPY WIDX0001.
       01  WS-UCTX-WORK.
           COPY UCATCKW1.
       01  WS-UCAT-REC.
           COPY UCAT0001.
       01  WS-SEC-LOG-LEN                PIC S9(4) COMP VALUE 64.
       01  WS-SEC-LOG-REC.
           COPY SECLOG.
       01  WS-CA.
           COPY TKDCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM11S'  PIC X(7).
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(15).

               END-EXEC
           END-IF
           MOVE DFHCOMMAREA TO WS-CA
           PERFORM 430-READ-MY-UAF
           IF WS-UAF-SERVICE = 'Y' OR WS-UAF-ADMIN = 'Y'
               MOVE 'Y' TO WS-DESK-USER
           END-IF
           IF EIBTRNID = 'SM11'
               PERFORM 210-CHECK-AID
           ELSE
               PERFORM 410-TAKE-LOCK
               PERFORM 201-BUILD-PAGE
               IF WS-LOCKED-BY-OTHER = 'Y'
                   MOVE 'SM110030' TO MSGX-ID
                   MOVE 'In use by &1 at &2 since &3 - PF9 takes over'
                       TO MSGX-DEFAULT
                   MOVE TKLK-USERID TO MSGX-SUB(1)
                   MOVE TKLK-TERMID TO MSGX-SUB(2)
                   MOVE TKLK-TIME TO MSGX-SUB(3)
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               END-IF
               PERFORM 230-SEND-PAGE
           END-IF.
       420-TAKEOVER.
           PERFORM 430-READ-MY-UAF
           IF WS-UAF-ADMIN NOT = 'Y'
               MOVE 'SM110001' TO MSGX-ID
               MOVE 'Takeover requires ADMIN access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE CA-TICKET-NUM TO TKLK-TICKET-NUM
               PERFORM 410-TAKE-LOCK
           END-IF
           PERFORM 201-BUILD-PAGE
           MOVE 'SM110002' TO MSGX-ID
           MOVE 'Ticket taken over - you now hold the lock'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       420-EXIT.
           EXIT.
               END-EXEC
               PERFORM 300-APPEND-ENTRY
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
      *    access may look but not write, the same rule 231-OPTION1
      *    applies to opening tickets.
       300-APPEND-ENTRY.
           MOVE 'Y' TO WS-TEXT-KEYED
           IF (NEWT1L = ZERO OR NEWT1I = SPACES)
               AND (NEWT2L = ZERO OR NEWT2I = SPACES)
               MOVE 'N' TO WS-TEXT-KEYED
           END-IF
           IF WS-TEXT-KEYED = 'N'
               AND (FUPDL = ZERO OR FUPDI = SPACES
                   OR FUPDI = LOW-VALUES)
               AND (FUPRL = ZERO OR FUPRI = SPACES
                   OR FUPRI = LOW-VALUES)
               AND (PARTL = ZERO OR PARTI = SPACES
                   OR PARTI = LOW-VALUES)
               MOVE 'SM110003' TO MSGX-ID
               MOVE 'Type a work-log entry on the entry lines first'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 310-CHECK-INQUIRY-ONLY
           PERFORM 312-CHECK-CATEGORY
      *    The soft lock guards the append - whoever holds it types,
      *    everyone else reads. 410 re-takes a freed or stale lock on
      *    the way through.
           PERFORM 410-TAKE-LOCK
           IF WS-LOCKED-BY-OTHER = 'Y'
               MOVE 'SM110031' TO MSGX-ID
               MOVE 'Ticket in use by &1 - view only (PF9 takes over)'
                   TO MSGX-DEFAULT
               MOVE TKLK-USERID TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
      *    Minutes spent are optional, but what is keyed must be a
               IF MINSI IS NUMERIC
                   MOVE MINSI TO WS-ENTRY-MINUTES
               ELSE
                   MOVE 'SM110004' TO MSGX-ID
                   MOVE 'Minutes spent must be numeric or blank'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           END-IF
      *    Internal (I) or public (P, the default). Anyone outside
      *    the desk always writes public lines.
           MOVE 'P' TO WS-ENTRY-VIS
           IF NVISL > ZERO AND NVISI NOT = SPACES
               AND NVISI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(NVISI) TO WS-ENTRY-VIS
               IF WS-ENTRY-VIS NOT = 'I'
                   AND WS-ENTRY-VIS NOT = 'P'
                   MOVE 'SM110005' TO MSGX-ID
                   MOVE 'Visibility must be I (internal) or P (public)'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           END-IF
           IF WS-DESK-USER NOT = 'Y'
               MOVE 'P' TO WS-ENTRY-VIS
           END-IF
           MOVE SPACE TO WS-WAIT-ACTION
           IF WACTL > ZERO AND WACTI NOT = SPACES
               AND WACTI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(WACTI) TO WS-WAIT-ACTION
               IF WS-WAIT-ACTION NOT = 'W'
                   AND WS-WAIT-ACTION NOT = 'R'
                   MOVE 'SM110006' TO MSGX-ID
                   MOVE 'Wait action must be W (suspend) or R (resume)'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               IF WS-TEXT-KEYED = 'N'
                   MOVE 'SM110007' TO MSGX-ID
                   MOVE 'A wait action needs a work-log entry'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           END-IF
           PERFORM 460-EDIT-FOLLOWUP THRU 460-EXIT
           PERFORM 480-EDIT-PART THRU 480-EXIT
           PERFORM 320-NEXT-SEQ
           MOVE SEQX-NEXT TO CA-TOP-SEQ
           EXEC CICS ASKTIME
               PERFORM 330-WRITE-LINE
           END-IF
           PERFORM 340-ADD-TO-MASTER
           MOVE SPACES TO WS-WAIT-MSG WS-FUP-MSG WS-PART-MSG
           IF WS-TEXT-KEYED = 'Y'
               PERFORM 335-STAMP-RESPONSE THRU 335-EXIT
               PERFORM 345-WAIT-TRANSITION THRU 345-EXIT
           END-IF
           IF WS-FUP-KEYED = 'Y'
               PERFORM 465-SET-FOLLOWUP THRU 465-EXIT
           END-IF
           IF WS-PART-KEYED = 'Y'
               PERFORM 485-USE-PART THRU 485-EXIT
           END-IF
           PERFORM 201-BUILD-PAGE
           EVALUATE TRUE
           WHEN WS-WAIT-MSG NOT = SPACES
               MOVE WS-WAIT-MSG TO ERRMSGO
           WHEN WS-PART-MSG NOT = SPACES
               MOVE WS-PART-MSG TO ERRMSGO
           WHEN WS-FUP-MSG NOT = SPACES
               MOVE WS-FUP-MSG TO ERRMSGO
           WHEN OTHER
               MOVE 'SM110008' TO MSGX-ID
               MOVE 'Work-log entry added' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-EVALUATE
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.
                   PERFORM 350-SUSPEND-TICKET
                   GO TO 345-EXIT
               ELSE
                   MOVE 'SM110009' TO MSGX-ID
                   MOVE 'Only an open or approved ticket can wait'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO WS-WAIT-MSG
               END-IF
           END-IF
           EXEC CICS UNLOCK
           MOVE 'Waiting on customer - SLA clock stopped'
               TO TICKD-TEXT
           MOVE ZERO TO TICKD-MINUTES
           MOVE SPACE TO WS-ENTRY-VIS
           PERFORM 330-WRITE-LINE
           MOVE 'SM110010' TO MSGX-ID
           MOVE 'Ticket set WAITING - SLA clock stopped' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO WS-WAIT-MSG.
       350-EXIT.
           EXIT.

               END-PERFORM
               COMPUTE TICKET-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
      *        An hour-based ticket keeps its due time of day, and
      *        a breach the intraday sweep already flagged is re-armed
      *        against the pushed-out target.
               IF TICKET-SLA-HRS-BREACHED
                   MOVE 'H' TO TICKET-SLA-BASIS
               END-IF
           END-IF
           IF TICKET-APPR-NEEDED IS NUMERIC
               AND TICKET-APPR-NEEDED > ZERO
               DELIMITED BY SIZE INTO TICKD-TEXT
           END-STRING
           MOVE ZERO TO TICKD-MINUTES
           MOVE SPACE TO WS-ENTRY-VIS
           PERFORM 330-WRITE-LINE
           MOVE 'SM110011' TO MSGX-ID
           MOVE 'Ticket resumed - due date pushed out' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO WS-WAIT-MSG.
       360-EXIT.
           EXIT.

               AND WS-UAF-ADMIN NOT = 'Y'
               AND WS-UAF-APPROVER NOT = 'Y'
               AND WS-UAF-SERVICE NOT = 'Y'
               MOVE 'SM110012' TO MSGX-ID
               MOVE 'INQUIRY access cannot append work-log entries'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       310-EXIT.
           EXIT.

      *    A SERVICE desk user logs work only on tickets in a service
      *    category ucat0001 grants them - their own tickets, raised
      *    as a requestor, excepted - and ADMIN is never category-
      *    bound. 310 above has just read the user's uaf00001 record.
      *    The refusal goes to the SECL log.
       312-CHECK-CATEGORY.
           MOVE 'Y' TO UCTX-PERMIT
           IF WS-UAF-SERVICE = 'Y' AND WS-UAF-ADMIN NOT = 'Y'
               EXEC CICS
                    READ FILE('tktm0001')
                    INTO (WS-TICKET-REC)
                    RIDFLD (CA-TICKET-NUM)
                    KEYLENGTH (WS-TICKET-KEY-LEN)
                    EQUAL
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND TICKET-REQUESTOR NOT = WS-USERID
                   MOVE WS-USERID TO UCTX-USERID
                   MOVE TICKET-SVC-CODE TO UCTX-SVC-CODE
                   PERFORM 313-CHECK-GRANT
               END-IF
           END-IF
           IF NOT UCTX-PERMITTED
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'CATEGORY ' UCTX-SVC-CATEGORY
                      ' WORKLOG REFUSED ' CA-TICKET-NUM
                   DELIMITED BY SIZE INTO SEC-LOG-REASON
               END-STRING
               PERFORM 314-LOG-REJECT
               MOVE 'SM110032' TO MSGX-ID
               MOVE
                   'Service category &1 is not granted to you - entry re
      -            'fused'
                   TO MSGX-DEFAULT
               MOVE UCTX-SVC-CATEGORY TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       312-EXIT.
           EXIT.

      *    Service-category grant test - the ticket's service code is
      *    looked up on svcc0001 and the user needs a ucat0001 grant
      *    for its category, or the ** all-categories grant. See
      *    UCATCKW1.
       313-CHECK-GRANT.
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
       313-EXIT.
           EXIT.

      *    Same SECL record SM000's 310-LOG-REJECT writes.
       314-LOG-REJECT.
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
       314-EXIT.
           EXIT.

      *    Next free sequence under this ticket - same HIGH-VALUES
      *    STARTBR/READPREV technique SM0005's 210-NEXT-SEQ uses.
       320-NEXT-SEQ.
           END-IF
           PERFORM 905-NEXT-SEQX
           IF SEQX-FULL = 'Y'
               MOVE 'SM110013' TO MSGX-ID
               MOVE 'Work log full - run the TKDCON01 consolidation'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       320-EXIT.
               MOVE ZERO TO TICKD-MINUTES
           END-IF
           MOVE WS-USERID TO TICKD-ENTERED-BY
           MOVE WS-ENTRY-VIS TO TICKD-VISIBILITY
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (TICKD-ENTERED-DATE)
       340-EXIT.
           EXIT.

      *    The follow-up (tickler) the agent keys alongside - or
      *    instead of - a work-log entry. Desk only. A date from
      *    today on sets it, CLEAR drops it; a field left alone keeps
      *    what the master already holds, so re-keying just the date
      *    keeps the reason and the other way round. Closed and
      *    rejected tickets take no follow-up.
       460-EDIT-FOLLOWUP.
           MOVE 'N' TO WS-FUP-KEYED WS-FUP-CLEAR
           IF (FUPDL = ZERO OR FUPDI = SPACES OR FUPDI = LOW-VALUES)
               AND (FUPRL = ZERO OR FUPRI = SPACES
                   OR FUPRI = LOW-VALUES)
               GO TO 460-EXIT
           END-IF
           IF WS-DESK-USER NOT = 'Y'
               MOVE 'SM110014' TO MSGX-ID
               MOVE 'Follow-up dates are kept by the service desk'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EXEC CICS
                READ FILE('tktm0001')
                INTO (WS-TICKET-REC)
                RIDFLD (CA-TICKET-NUM)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 460-EXIT
           END-IF
           IF TICKET-CLOSED OR TICKET-REJECTED
               MOVE 'SM110015' TO MSGX-ID
               MOVE 'A closed or rejected ticket takes no follow-up'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE 'Y' TO WS-FUP-KEYED
           IF FUPDL > ZERO AND FUPDI NOT = SPACES
               AND FUPDI NOT = LOW-VALUES
               IF FUNCTION UPPER-CASE(FUPDI) = 'CLEAR'
                   MOVE 'Y' TO WS-FUP-CLEAR
                   GO TO 460-EXIT
               END-IF
               IF FUPDI NOT NUMERIC
                   MOVE 'SM110016' TO MSGX-ID
                   MOVE 'Follow-up date must be YYYYMMDD or CLEAR'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               MOVE FUPDI TO WS-FUP-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FUP-DATE) NOT = ZERO
                   MOVE 'SM110016' TO MSGX-ID
                   MOVE 'Follow-up date must be YYYYMMDD or CLEAR'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (WS-TODAY-DATE)
               END-EXEC
               IF WS-FUP-DATE < WS-TODAY-DATE
                   MOVE 'SM110017' TO MSGX-ID
                   MOVE 'Follow-up date cannot be in the past'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           ELSE
               IF TICKET-FUP-DATE IS NUMERIC
                   AND TICKET-FUP-DATE > ZERO
                   MOVE TICKET-FUP-DATE TO WS-FUP-DATE
               ELSE
                   MOVE 'SM110018' TO MSGX-ID
                   MOVE 'Key a follow-up date with the reason'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           END-IF
           IF FUPRL > ZERO AND FUPRI NOT = SPACES
               AND FUPRI NOT = LOW-VALUES
               MOVE FUPRI TO WS-FUP-REASON
           ELSE
               MOVE TICKET-FUP-REASON TO WS-FUP-REASON
           END-IF
           IF WS-FUP-REASON = SPACES OR WS-FUP-REASON = LOW-VALUES
               MOVE 'SM110019' TO MSGX-ID
               MOVE 'Key a short reason with the follow-up date'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       460-EXIT.
           EXIT.

      *    Stamp (or drop) the follow-up on the master under the
      *    keying agent, and leave a work-log line saying so.
       465-SET-FOLLOWUP.
           EXEC CICS
                READ FILE('tktm0001')
                INTO (WS-TICKET-REC)
                RIDFLD (CA-TICKET-NUM)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                EQUAL
                UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 465-EXIT
           END-IF
           MOVE SPACES TO TICKD-TEXT
           IF WS-FUP-CLEAR = 'Y'
               MOVE ZERO TO TICKET-FUP-DATE
               MOVE SPACES TO TICKET-FUP-BY TICKET-FUP-REASON
               MOVE 'Follow-up cleared' TO TICKD-TEXT
               MOVE 'SM110020' TO MSGX-ID
               MOVE 'Follow-up cleared' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-FUP-MSG
           ELSE
               MOVE WS-FUP-DATE TO TICKET-FUP-DATE
               MOVE WS-USERID TO TICKET-FUP-BY
               MOVE WS-FUP-REASON TO TICKET-FUP-REASON
               STRING 'Follow-up ' WS-FUP-DATE
                      ' by ' WS-USERID
                      ' - ' WS-FUP-REASON
                   DELIMITED BY SIZE INTO TICKD-TEXT
               END-STRING
               MOVE 'SM110033' TO MSGX-ID
               MOVE 'Follow-up set for &1' TO MSGX-DEFAULT
               MOVE WS-FUP-DATE TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-FUP-MSG
           END-IF
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
           MOVE ZERO TO TICKD-MINUTES
           MOVE SPACE TO WS-ENTRY-VIS
           PERFORM 330-WRITE-LINE.
       465-EXIT.
           EXIT.

      *    The follow-up on file, for the desk only - anyone else
      *    sees the two fields blank and protected, and the parts-
      *    used pair with them.
       470-SHOW-FOLLOWUP.
           MOVE SPACES TO FUPDO FUPRO PARTO PQTYO
           IF WS-DESK-USER NOT = 'Y'
               MOVE DFHBMASK TO FUPDA FUPRA PARTA PQTYA
               GO TO 470-EXIT
           END-IF
           EXEC CICS
                READ FILE('tktm0001')
                INTO (WS-TICKET-REC)
                RIDFLD (CA-TICKET-NUM)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND TICKET-FUP-DATE IS NUMERIC
               AND TICKET-FUP-DATE > ZERO
               MOVE TICKET-FUP-DATE TO FUPDO
               MOVE TICKET-FUP-REASON TO FUPRO
           END-IF.
       470-EXIT.
           EXIT.

      *    Who supports the ticket's asset, for the desk only: the
      *    asset's cntr0001 contract and its vend0001 vendor, shown
      *    when the ticket was opened inside the contract's dates.
      *    A contract that had lapsed or not yet started is named as
      *    out of cover so the desk does not ring the vendor on it.
       475-SHOW-SUPPORT.
           MOVE SPACES TO SUPPO
           IF WS-DESK-USER NOT = 'Y'
               GO TO 475-EXIT
           END-IF
           EXEC CICS
                READ FILE('tktm0001')
                INTO (WS-TICKET-REC)
                RIDFLD (CA-TICKET-NUM)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR TICKET-ASSET-ID = SPACES
               OR TICKET-ASSET-ID = LOW-VALUES
               GO TO 475-EXIT
           END-IF
           EXEC CICS
                READ FILE('aset0001')
                INTO (WS-ASET-REC)
                RIDFLD (TICKET-ASSET-ID)
                KEYLENGTH (WS-ASET-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR ASET-SUPPORT = SPACES
               OR ASET-SUPPORT = LOW-VALUES
               GO TO 475-EXIT
           END-IF
           EXEC CICS
                READ FILE('cntr0001')
                INTO (WS-CNTR-REC)
                RIDFLD (ASET-SUPPORT)
                KEYLENGTH (WS-CNTR-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 475-EXIT
           END-IF
           IF TICKET-OPEN-DATE < CNTR-START-DATE
               OR TICKET-OPEN-DATE > CNTR-END-DATE
               STRING 'Support: contract ' DELIMITED BY SIZE
                      CNTR-NUMBER DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      CNTR-VENDOR-ID DELIMITED BY SPACE
                      ' - ticket opened out of cover ('
                          DELIMITED BY SIZE
                      CNTR-START-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      CNTR-END-DATE DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO SUPPO
               END-STRING
               GO TO 475-EXIT
           END-IF
           MOVE SPACES TO WS-VEND-REC
           EXEC CICS
                READ FILE('vend0001')
                INTO (WS-VEND-REC)
                RIDFLD (CNTR-VENDOR-ID)
                KEYLENGTH (WS-VEND-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE CNTR-VENDOR-ID TO VEND-NAME
           END-IF
           EVALUATE TRUE
           WHEN CNTR-COVER-24X7
               MOVE '24x7' TO WS-COVER-TEXT
           WHEN CNTR-COVER-BUSINESS
               MOVE 'bus hours' TO WS-COVER-TEXT
           WHEN CNTR-COVER-NEXT-DAY
               MOVE 'next day' TO WS-COVER-TEXT
           WHEN CNTR-COVER-PARTS-ONLY
               MOVE 'parts only' TO WS-COVER-TEXT
           WHEN OTHER
               MOVE SPACES TO WS-COVER-TEXT
           END-EVALUATE
           STRING 'Support: ' DELIMITED BY SIZE
                  VEND-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  VEND-PHONE DELIMITED BY '  '
                  ' ctr ' DELIMITED BY SIZE
                  CNTR-NUMBER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-COVER-TEXT DELIMITED BY '  '
                  ' to ' DELIMITED BY SIZE
                  CNTR-END-DATE DELIMITED BY SIZE
               INTO SUPPO
           END-STRING.
       475-EXIT.
           EXIT.

      *    A spare part used on the ticket - desk only, like the
      *    follow-up. The part must be on part0001 with enough on
      *    hand for the quantity (blank is 1); a shortfall means the
      *    stock count is wrong and is corrected on SM0054 first,
      *    rather than letting on-hand go below zero. Closed and
      *    rejected tickets take no parts.
       480-EDIT-PART.
           MOVE 'N' TO WS-PART-KEYED
           IF PARTL = ZERO OR PARTI = SPACES OR PARTI = LOW-VALUES
               GO TO 480-EXIT
           END-IF
           IF WS-DESK-USER NOT = 'Y'
               MOVE 'SM110021' TO MSGX-ID
               MOVE 'Parts used are booked by the service desk'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EXEC CICS
                READ FILE('tktm0001')
                INTO (WS-TICKET-REC)
                RIDFLD (CA-TICKET-NUM)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND (TICKET-CLOSED OR TICKET-REJECTED)
               MOVE 'SM110022' TO MSGX-ID
               MOVE 'A closed or rejected ticket takes no parts'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE 1 TO WS-PART-QTY
           IF PQTYL > ZERO AND PQTYI NOT = SPACES
               AND PQTYI NOT = LOW-VALUES
               IF PQTYI IS NOT NUMERIC
                   MOVE 'SM110023' TO MSGX-ID
                   MOVE 'Part quantity must be 1-999' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               MOVE PQTYI TO WS-PART-QTY
               IF WS-PART-QTY = ZERO
                   MOVE 'SM110023' TO MSGX-ID
                   MOVE 'Part quantity must be 1-999' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(PARTI) TO WS-PART-NUM
           MOVE WS-PART-NUM TO PART-NUM
           EXEC CICS READ
               FILE('part0001')
               INTO (WS-PART-REC)
               RIDFLD (PART-NUM)
               KEYLENGTH (WS-PART-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM110024' TO MSGX-ID
               MOVE 'Part number is not on the parts master'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF PART-ON-HAND NOT NUMERIC
               MOVE ZERO TO PART-ON-HAND
           END-IF
           IF PART-ON-HAND < WS-PART-QTY
               MOVE PART-ON-HAND TO WS-ONHAND-EDIT
               MOVE 'SM110034' TO MSGX-ID
               MOVE 'Only &1 on hand - correct the count on SM54 first'
                   TO MSGX-DEFAULT
               MOVE WS-ONHAND-EDIT TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE 'Y' TO WS-PART-KEYED.
       480-EXIT.
           EXIT.

      *    Debit the part, then the work-log line and the ptus0001
      *    record under that line's sequence, with the unit cost as it
      *    stands today. The on-hand is re-checked under the UPDATE
      *    read - another desk may have drawn the last one since the
      *    edit.
       485-USE-PART.
           MOVE WS-PART-NUM TO PART-NUM
           EXEC CICS READ
               FILE('part0001')
               INTO (WS-PART-REC)
               RIDFLD (PART-NUM)
               KEYLENGTH (WS-PART-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM110025' TO MSGX-ID
               MOVE 'Part not booked - not on the parts master'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-PART-MSG
               GO TO 485-EXIT
           END-IF
           IF PART-ON-HAND NOT NUMERIC
               MOVE ZERO TO PART-ON-HAND
           END-IF
           IF PART-ON-HAND < WS-PART-QTY
               EXEC CICS UNLOCK
                   FILE ('part0001')
               END-EXEC
               MOVE 'SM110026' TO MSGX-ID
               MOVE 'Part not booked - stock taken meanwhile'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-PART-MSG
               GO TO 485-EXIT
           END-IF
           SUBTRACT WS-PART-QTY FROM PART-ON-HAND
           EXEC CICS REWRITE
               FILE ('part0001')
               FROM (WS-PART-REC)
           END-EXEC
           MOVE SPACES TO TICKD-TEXT
           STRING 'Part used: ' PART-NUM
                  ' x' WS-PART-QTY
                  ' ' PART-DESC
               DELIMITED BY SIZE INTO TICKD-TEXT
           END-STRING
           MOVE ZERO TO TICKD-MINUTES
           MOVE SPACE TO WS-ENTRY-VIS
           PERFORM 330-WRITE-LINE
           MOVE SPACES TO WS-PTUS-REC
           MOVE CA-TICKET-NUM TO PTUS-TICKET-NUM
           MOVE TICKD-SEQ-NUM-X TO PTUS-SEQ-NUM
           MOVE PART-NUM TO PTUS-PART-NUM
           MOVE WS-PART-QTY TO PTUS-QTY
           IF PART-UNIT-COST NUMERIC
               MOVE PART-UNIT-COST TO PTUS-UNIT-COST
           ELSE
               MOVE ZERO TO PTUS-UNIT-COST
           END-IF
           MOVE WS-USERID TO PTUS-USED-BY
           MOVE TICKD-ENTERED-DATE TO PTUS-USED-DATE
           EXEC CICS WRITE
               FILE ('ptus0001')
               FROM (WS-PTUS-REC)
               RIDFLD (PTUS-KEY)
               KEYLENGTH (WS-PTUS-KEY-LEN)
           END-EXEC
           MOVE PART-ON-HAND TO WS-ONHAND-EDIT
           MOVE 'SM110035' TO MSGX-ID
           MOVE 'Part &1 booked - &2 left on hand' TO MSGX-DEFAULT
           MOVE PART-NUM TO MSGX-SUB(1)
           MOVE WS-ONHAND-EDIT TO MSGX-SUB(2)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO WS-PART-MSG.
       485-EXIT.
           EXIT.

       200-LIST-PAGE.
           PERFORM 201-BUILD-PAGE
           PERFORM 230-SEND-PAGE.
                   OR TICKD-TICKET-NUM NOT = CA-TICKET-NUM
                   MOVE 'Y' TO WS-EOF
               ELSE
      *            Internal lines are the desk's alone - stepped over
      *            for anyone else, flagged I for the desk.
                   IF TICKD-INTERNAL AND WS-DESK-USER NOT = 'Y'
                       MOVE TICKD-SEQ-NUM-X TO CA-LAST-SEQ
                   ELSE
                       ADD 1 TO WS-FILLED
                       MOVE TICKD-SEQ-NUM-X TO LSEQO(WS-FILLED)
                       IF TICKD-INTERNAL
                           MOVE 'I' TO LVISO(WS-FILLED)
                       ELSE
                           MOVE SPACE TO LVISO(WS-FILLED)
                       END-IF
                       MOVE TICKD-ENTERED-BY TO LBYO(WS-FILLED)
                       MOVE TICKD-ENTERED-DATE TO LDTO(WS-FILLED)
                       MOVE TICKD-ENTERED-TIME TO LTMO(WS-FILLED)
                       MOVE TICKD-TEXT TO LTXO(WS-FILLED)
                       MOVE TICKD-SEQ-NUM-X TO CA-LAST-SEQ
                       IF WS-FILLED = 1
                           MOVE TICKD-SEQ-NUM-X TO CA-FIRST-SEQ
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
                   MOVE SPACES TO LTMO(WS-COUNT)
               END-IF
           END-PERFORM
           MOVE SPACES TO NEWT1O NEWT2O MINSO
           MOVE 'P' TO NVISO
           PERFORM 470-SHOW-FOLLOWUP THRU 470-EXIT
           PERFORM 475-SHOW-SUPPORT THRU 475-EXIT
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM110027' TO MSGX-ID
               MOVE 'End of work log' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF.
       201-EXIT.
           EXIT.
                   KEYLENGTH (WS-TKWA-KEY-LEN)
               END-EXEC
               PERFORM 201-BUILD-PAGE
               MOVE 'SM110028' TO MSGX-ID
               MOVE 'Watch dropped' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE SPACES TO WS-TKWA-REC
               MOVE CA-TICKET-NUM TO TKWA-TICKET-NUM
                   KEYLENGTH (WS-TKWA-KEY-LEN)
               END-EXEC
               PERFORM 201-BUILD-PAGE
               MOVE 'SM110029' TO MSGX-ID
               MOVE 'Now watching this ticket - PF5 drops it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       440-EXIT.
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
