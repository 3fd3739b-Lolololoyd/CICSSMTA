      *             declared frzw0001 maintenance window is suppressed *
      *             and reported instead of opened - see 245-CHECK-    *
      *             FREEZE.                                            *
      *             A record whose event type is C (clear) opens       *
      *             nothing - it resolves the still-live ticket the    *
      *             feed opened for the same requestor and service     *
      *             inside the correlation window: closed under the    *
      *             MCLRRESL machine resolution code with a closure    *
      *             line on the work log, unless a person has already  *
      *             worked the ticket, in which case it is left for    *
      *             the desk and reported as held. The report ends     *
      *             with a monitoring-clear summary line.              *
      *             A run that read any gateway record (anything but   *
      *             the BATFUSER batch-failure requests) stamps the    *
      *             feed0001 heartbeat SM0050 watches for silence.     *
      *    Restart/checkpoint: TKTINTF has no key to START past, so    *
      *    the RESTART-FILE convention is adapted the way UAFLOAD1     *
      *    adapts it - a saved count of requests already applied,      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS WS-BDAY-STATUS.
           SELECT BHRS-FILE ASSIGN TO BHRS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHRS-REGION
               FILE STATUS IS WS-BHRS-STATUS.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESTART-JOB-ID
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT FEED-FILE ASSIGN TO FEED0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEED-ID
               FILE STATUS IS WS-FEED-STATUS.
           SELECT BALN-FILE ASSIGN TO BALN0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD  INTF-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  INTF-REC.
           05  INTF-REQUESTOR7           PIC X(07).
           05  INTF-SUMMARY              PIC X(40).
           05  FILLER                    PIC X(01).
           05  INTF-DESC                 PIC X(60).
           05  FILLER                    PIC X(01).
      *        Monitoring event type - R raises (opens or correlates),
      *        C clears. Records cut before the field existed read as
      *        spaces and are raises.
           05  INTF-EVENT-TYPE           PIC X(01).
               88  INTF-EVENT-CLEAR      VALUE 'C'.

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  TICKD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TICKD-REC.
           COPY TICKD0001.
           05  UAF-PIN                   PIC X(04).

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.
           COPY ONCL0001.

       FD  MJIN-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MJIN-REC.
           COPY MJIN0001.
       01  BDAY-REC.
           COPY BDAYCAL1.

       FD  BHRS-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BHRS-REC.
           COPY BHRS0001.

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.
       01  BALN-REC.
           COPY BALN0001.

       FD  FEED-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FEED-REC.
           COPY FEED0001.

       WORKING-STORAGE SECTION.
       01  WS-FEED-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BALN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-INTF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-DUE-INT                    PIC S9(9) VALUE ZERO.
       01  WS-BDAY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BDAY-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-BHRS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BHRS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-HR-PRI                     PIC 9(01) VALUE ZERO.
       01  WS-HR-RESP                    PIC 9(03) VALUE ZERO.
       01  WS-HR-RESOL                   PIC 9(03) VALUE ZERO.
       01  WS-BHRX-WORK.
           COPY BHRSWRK1.
      *    Correlation window and the already-opened table - the 3am
      *    alert storm is fifty identical records in one run, so the
      *    in-run table catches nearly everything cheaply and the
       01  WS-BD-DOW                     PIC S9(4) VALUE ZERO.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BATF-SVC                   PIC X(08) VALUE 'BATCHFLR'.
      *    BTCHDRV1's failure requests come in under this requestor -
      *    they are not the monitoring gateway being heard from.
       01  WS-BATF-USER                  PIC X(07) VALUE 'BTCHOPS'.
       01  WS-HEARD                      PIC X(01) VALUE 'N'.
       01  WS-DEFAULT-CONTACT-KEY.
           05  WS-DEFAULT-CONTACT-REGION PIC X(02) VALUE 'HQ'.
           05  WS-DEFAULT-CONTACT-CODE   PIC X(04) VALUE 'HELP'.
      *    Monitoring clears - the machine resolution code (the
      *    MCLRRESL site knob), the ticket a clear resolves, and the
      *    counts for the clear summary line.
       01  WS-CLEAR-RESL                 PIC X(04) VALUE 'MCLR'.
       01  WS-CLEAR-TICKET               PIC X(06) VALUE SPACES.
       01  WS-CLEAR-EOF                  PIC X(01) VALUE 'N'.
       01  WS-WORKED                     PIC X(01) VALUE 'N'.
       01  WS-CLEAR-RESULT               PIC X(09) VALUE SPACES.
       01  WS-CLEAR-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-RESOLVE-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-HELD-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-NOMATCH-COUNT              PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(45) VALUE
           05  TL-SUPPRESS               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(50) VALUE SPACES.

       01  WS-CLEAR-LINE.
           05  FILLER                    PIC X(19) VALUE
               'MONITORING CLEARS:'.
           05  CL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  RESOLVED:'.
           05  CL-RESOLVE                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(17) VALUE
               '  HELD (WORKED):'.
           05  CL-HELD                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  NO MATCH:'.
           05  CL-NOMATCH                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
                           MOVE SITE-PARM-VALUE(1:8) TO WS-BATF-SVC
                       END-IF
               END-READ
               MOVE 'BATFUSER' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITE-PARM-VALUE(1:7) NOT = SPACES
                           MOVE SITE-PARM-VALUE(1:7) TO WS-BATF-USER
                       END-IF
               END-READ
      *        Correlation window, hours - the CORRWNDW site knob.
               MOVE 'CORRWNDW' TO SITE-PARM-ID
               READ SITE-FILE
                               FUNCTION NUMVAL(SITE-PARM-VALUE)
                       END-IF
               END-READ
      *        Resolution code stamped on monitoring-clear closures.
               MOVE 'MCLRRESL' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITE-PARM-VALUE(1:4) NOT = SPACES
                           MOVE SITE-PARM-VALUE(1:4) TO WS-CLEAR-RESL
                       END-IF
               END-READ
               CLOSE SITE-FILE
           END-IF
           OPEN INPUT BDAY-FILE
           IF WS-BDAY-STATUS = '00'
               MOVE 'Y' TO WS-BDAY-OPEN
           END-IF
      *    No business-hours file just runs the hour targets in the
      *    standard Monday-Friday 0800-1800 week.
           OPEN INPUT BHRS-FILE
           IF WS-BHRS-STATUS = '00'
               MOVE 'Y' TO WS-BHRS-OPEN
           END-IF
      *    No roster file means no roster - the pre-roster routing,
      *    same soft-open convention as bday0001.
           OPEN INPUT ONCL-FILE
           EXIT.

       200-PROCESS-FEED.
           IF INTF-REQUESTOR7 NOT = WS-BATF-USER
               MOVE 'Y' TO WS-HEARD
           END-IF
           PERFORM 220-APPLY-REQUEST THRU 220-EXIT
           ADD 1 TO WS-REC-COUNT
           IF FUNCTION MOD(WS-REC-COUNT WS-CKPT-FREQ) = 0
               PERFORM 230-CHECKPOINT
           EXIT.

       220-APPLY-REQUEST.
           IF INTF-EVENT-CLEAR
               PERFORM 270-APPLY-CLEAR THRU 270-EXIT
               GO TO 220-EXIT
           END-IF
           PERFORM 240-VALIDATE-REQUEST
           IF WS-REJECT-REASON = SPACES
               PERFORM 245-CHECK-FREEZE
       350-EXIT.
           EXIT.

      *    A monitoring clear resolves the alert's ticket - the first
      *    still-live ticket the feed opened (occurrence count above
      *    zero, so never one raised by hand) for the same requestor
      *    and service inside the correlation window. A ticket a
      *    person has already worked is left for the desk to close
      *    and reported as held.
       270-APPLY-CLEAR.
           ADD 1 TO WS-CLEAR-COUNT
           PERFORM 272-FIND-CLEAR-TARGET
           IF WS-CLEAR-TICKET = SPACES
               ADD 1 TO WS-NOMATCH-COUNT
               MOVE 'CLR-NOMAT' TO WS-CLEAR-RESULT
               MOVE 'NO LIVE FEED TICKET IN WINDOW' TO WS-REJECT-REASON
               PERFORM 268-REPORT-CLEAR
               GO TO 270-EXIT
           END-IF
           MOVE WS-CLEAR-TICKET TO TKT-NUM
           READ TKT-FILE
               INVALID KEY
                   ADD 1 TO WS-NOMATCH-COUNT
                   MOVE 'CLR-NOMAT' TO WS-CLEAR-RESULT
                   MOVE 'TICKET UNAVAILABLE' TO WS-REJECT-REASON
                   PERFORM 268-REPORT-CLEAR
                   GO TO 270-EXIT
           END-READ
           PERFORM 276-CHECK-WORKED
           IF WS-WORKED = 'Y'
               ADD 1 TO WS-HELD-COUNT
               MOVE 'CLR-HELD' TO WS-CLEAR-RESULT
               MOVE 'WORKED BY DESK - LEFT OPEN' TO WS-REJECT-REASON
               PERFORM 268-REPORT-CLEAR
               GO TO 270-EXIT
           END-IF
           PERFORM 278-RESOLVE-TICKET
           ADD 1 TO WS-RESOLVE-COUNT
           MOVE 'RESOLVED' TO WS-CLEAR-RESULT
           MOVE SPACES TO WS-REJECT-REASON
           STRING 'MONITORING CLEAR - ' WS-CLEAR-RESL
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-STRING
           PERFORM 268-REPORT-CLEAR.
       270-EXIT.
           EXIT.

      *    Front-to-back scan of the master, the same shape and window
      *    arithmetic as 248-CORRELATE, keyed on requestor and service
      *    rather than summary - the clear's text seldom repeats the
      *    raise's.
       272-FIND-CLEAR-TARGET.
           MOVE SPACES TO WS-CLEAR-TICKET
           COMPUTE WS-NOW-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE 'N' TO WS-CLEAR-EOF
           MOVE LOW-VALUES TO TKT-NUM
           START TKT-FILE KEY NOT LESS THAN TKT-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-CLEAR-EOF
           END-START
           PERFORM UNTIL WS-CLEAR-EOF = 'Y'
               READ TKT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLEAR-EOF
               END-READ
               IF WS-CLEAR-EOF NOT = 'Y'
                   IF TKT-REQUESTOR(1:7) = INTF-REQUESTOR7
                       AND TKT-SVC-CODE = INTF-SVC-CODE
                       AND NOT TKT-CLOSED AND NOT TKT-REJECTED
                       AND TKT-OCCUR-COUNT IS NUMERIC
                       AND TKT-OCCUR-COUNT > ZERO
                       AND TKT-OPEN-DATE IS NUMERIC
                       AND TKT-OPEN-DATE > ZERO
                       COMPUTE WS-CORR-OPEN-INT =
                           FUNCTION INTEGER-OF-DATE(TKT-OPEN-DATE)
                       COMPUTE WS-CORR-ELAPSED =
                           ((WS-NOW-INT - WS-CORR-OPEN-INT) * 24)
                           + (WS-TIME-NOW / 10000)
                           - (TKT-OPEN-TIME / 10000)
                       IF WS-CORR-ELAPSED <= WS-CORR-HOURS
                           MOVE TKT-NUM TO WS-CLEAR-TICKET
                           MOVE 'Y' TO WS-CLEAR-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       272-EXIT.
           EXIT.

      *    Has a person touched the ticket? A first-touch response
      *    stamp or an approver sign-off says so outright; otherwise
      *    every work-log line must be the feed's own - entered by
      *    the requestor (the monitoring account), by this job, or by
      *    another batch job, which has no uaf00001 record. The same
      *    forward walk as 350-NEXT-DETAIL-SEQ, so the last sequence
      *    is in hand for the closure line.
       276-CHECK-WORKED.
           MOVE 'N' TO WS-WORKED
           IF (TKT-RESP-DATE IS NUMERIC AND TKT-RESP-DATE > ZERO)
               OR TKT-APPROVER NOT = SPACES
               MOVE 'Y' TO WS-WORKED
           END-IF
           MOVE SPACES TO SEQX-LAST
           MOVE 'N' TO WS-DTL-EOF
           MOVE TKT-NUM TO TICKD-TICKET-NUM
           MOVE LOW-VALUES TO TICKD-SEQ-NUM-X
           START TICKD-FILE KEY NOT LESS THAN TICKD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DTL-EOF
           END-START
           PERFORM UNTIL WS-DTL-EOF = 'Y'
               READ TICKD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DTL-EOF
               END-READ
               IF WS-DTL-EOF NOT = 'Y'
                   IF TICKD-TICKET-NUM = TKT-NUM
                       MOVE TICKD-SEQ-NUM-X TO SEQX-LAST
                       IF TICKD-ENTERED-BY NOT = TKT-REQUESTOR
                           AND TICKD-ENTERED-BY NOT = WS-JOB-ID
                           MOVE TICKD-ENTERED-BY TO UAF-USERID
                           READ UAF-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-WORKED
                           END-READ
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-DTL-EOF
                   END-IF
               END-IF
           END-PERFORM.
       276-EXIT.
           EXIT.

      *    Close the ticket the way TKTCLS01's 220-CLOSE-ONE does -
      *    closed status, date, job id and resolution code on the
      *    master, the closure line and the clear's description (or
      *    a standard reason) on the work log. The in-run table entry
      *    goes too, so a fresh raise later in the run opens a new
      *    ticket instead of correlating onto a closed one.
       278-RESOLVE-TICKET.
           SET TKT-CLOSED TO TRUE
           MOVE ZERO TO TKT-FUP-DATE
           MOVE SPACES TO TKT-FUP-BY TKT-FUP-REASON
           MOVE WS-TODAY TO TKT-CLOSED-DATE
           MOVE WS-JOB-ID TO TKT-CLOSED-BY
           MOVE WS-CLEAR-RESL TO TKT-RESL-CODE
           REWRITE TKT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM VARYING WS-CTB-IDX FROM 1 BY 1
                   UNTIL WS-CTB-IDX > WS-CTB-COUNT
               IF WS-CTB-TICKET(WS-CTB-IDX) = TKT-NUM
                   MOVE SPACES TO WS-CTB-SVC(WS-CTB-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO TICKD-REC
           MOVE TKT-NUM TO TICKD-TICKET-NUM
           PERFORM 905-NEXT-SEQX
           MOVE SEQX-NEXT TO TICKD-SEQ-NUM-X
           MOVE WS-JOB-ID TO TICKD-ENTERED-BY
           MOVE WS-TODAY TO TICKD-ENTERED-DATE
           MOVE WS-TIME-NOW TO TICKD-ENTERED-TIME
           MOVE ZERO TO TICKD-MINUTES
           STRING 'Ticket closed by ' WS-JOB-ID
                  ' resolution ' WS-CLEAR-RESL
               DELIMITED BY SIZE INTO TICKD-TEXT
           END-STRING
           WRITE TICKD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
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
               WRITE TICKD-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       278-EXIT.
           EXIT.

      *    The caller has set WS-CLEAR-RESULT and the reason.
       268-REPORT-CLEAR.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE INTF-REQUESTOR7 TO DL-REQUESTOR
           MOVE INTF-SVC-CODE TO DL-SVC-CODE
           MOVE WS-CLEAR-RESULT TO DL-RESULT
           MOVE WS-CLEAR-TICKET TO DL-TICKET
           MOVE WS-REJECT-REASON TO DL-REASON
           MOVE SPACES TO WS-REJECT-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       268-EXIT.
           EXIT.

       266-REPORT-CORRELATED.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE INTF-REQUESTOR7 TO DL-REQUESTOR
           END-IF
           MOVE INTF-REQUESTOR7 TO TKT-REQUESTOR
           MOVE SVC-CODE TO TKT-SVC-CODE
           MOVE SVC-TEAM-CODE TO TKT-TEAM-CODE
           IF SVC-CODE = WS-BATF-SVC
               MOVE '1' TO TKT-PRIORITY
           ELSE
           ELSE
               MOVE ZERO TO TKT-DUE-DATE
           END-IF
           PERFORM 306-STAMP-HOUR-TARGETS THRU 306-EXIT
           WRITE TKT-REC
               INVALID KEY
                   CONTINUE
       305-EXIT.
           EXIT.

      *    Hour-based targets - a non-zero SVC-RESOL-HOURS or
      *    SVC-RESP-HOURS entry for the ticket's priority runs the
      *    BHRSADD1 business-hours clock from the open date and time,
      *    in the routed region's hours, and the result replaces the
      *    whole-day due date above. SM0013's 221-STAMP-HOUR-TARGETS
      *    does the same online.
       306-STAMP-HOUR-TARGETS.
           MOVE SPACE TO TKT-SLA-BASIS
           MOVE ZERO TO TKT-DUE-TIME
           MOVE ZERO TO TKT-RESP-DUE-DATE TKT-RESP-DUE-TIME
           MOVE ZERO TO WS-HR-RESP WS-HR-RESOL
           IF TKT-PRIORITY < '1' OR TKT-PRIORITY > '3'
               GO TO 306-EXIT
           END-IF
           MOVE TKT-PRIORITY TO WS-HR-PRI
           IF SVC-RESP-HOURS(WS-HR-PRI) IS NUMERIC
               MOVE SVC-RESP-HOURS(WS-HR-PRI) TO WS-HR-RESP
           END-IF
           IF SVC-RESOL-HOURS(WS-HR-PRI) IS NUMERIC
               MOVE SVC-RESOL-HOURS(WS-HR-PRI) TO WS-HR-RESOL
           END-IF
           IF WS-HR-RESP = ZERO AND WS-HR-RESOL = ZERO
               GO TO 306-EXIT
           END-IF
           PERFORM 307-LOAD-BHRS-WEEK THRU 307-EXIT
           MOVE 'H' TO TKT-SLA-BASIS
           IF WS-HR-RESOL > ZERO
               MOVE TKT-OPEN-DATE TO BHRX-FROM-DATE
               MOVE TKT-OPEN-TIME TO BHRX-FROM-TIME
               MOVE WS-HR-RESOL TO BHRX-HOURS
               PERFORM 308-RUN-BHRS-CLOCK
               IF BHRX-DUE-DATE > ZERO
                   MOVE BHRX-DUE-DATE TO TKT-DUE-DATE
                   MOVE BHRX-DUE-TIME TO TKT-DUE-TIME
               END-IF
           END-IF
           IF WS-HR-RESP > ZERO
               MOVE TKT-OPEN-DATE TO BHRX-FROM-DATE
               MOVE TKT-OPEN-TIME TO BHRX-FROM-TIME
               MOVE WS-HR-RESP TO BHRX-HOURS
               PERFORM 308-RUN-BHRS-CLOCK
               MOVE BHRX-DUE-DATE TO TKT-RESP-DUE-DATE
               MOVE BHRX-DUE-TIME TO TKT-RESP-DUE-TIME
           END-IF.
       306-EXIT.
           EXIT.

      *    The routed region's week first, global '**' as the
      *    fall-back, the standard week when neither is on file.
       307-LOAD-BHRS-WEEK.
           MOVE BHRX-STD-WEEK TO BHRX-WEEK
           IF WS-BHRS-OPEN NOT = 'Y'
               GO TO 307-EXIT
           END-IF
           MOVE WS-ROUTE-REGION TO BHRS-REGION
           READ BHRS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BHRS-STATUS NOT = '00'
               AND WS-ROUTE-REGION NOT = '**'
               MOVE '**' TO BHRS-REGION
               READ BHRS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-BHRS-STATUS = '00'
               MOVE BHRS-WEEK TO BHRX-WEEK
           END-IF.
       307-EXIT.
           EXIT.

       308-RUN-BHRS-CLOCK.
           COPY BHRSADD1.
           CONTINUE.
       308-EXIT.
           EXIT.

      *    Holiday answer for the business-hours clock - the same
      *    regional-then-global bday0001 probe as 305-CHECK-HOLIDAY,
      *    for the date the clock is standing on.
       975-CHECK-BHRS-HOLIDAY.
           MOVE 'N' TO BHRX-HOLIDAY
           IF WS-BDAY-OPEN NOT = 'Y'
               GO TO 975-EXIT
           END-IF
           MOVE WS-ROUTE-REGION TO BDAY-REGION
           MOVE BHRX-PROBE-DATE TO BDAY-DATE
           READ BDAY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BDAY-STATUS NOT = '00'
               AND WS-ROUTE-REGION NOT = '**'
               MOVE '**' TO BDAY-REGION
               READ BDAY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-BDAY-STATUS = '00'
               MOVE 'Y' TO BHRX-HOLIDAY
           END-IF.
       975-EXIT.
           EXIT.

       310-ROUTE-CONTACT.
      *    The oncl0001 roster entry for this service, today, this
      *    shift wins - same order as SM0013's 228-ROUTE-CONTACT
                   CONTINUE
               NOT INVALID KEY
                   MOVE SHORT-NAME TO TKT-CONTACT
                   MOVE REGION-CODE TO TKT-REGION
           END-READ.
       310-EXIT.
           EXIT.
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SHORT-NAME TO TKT-CONTACT
                       MOVE REGION-CODE TO TKT-REGION
                       MOVE ONCL-REGION TO WS-ROUTE-REGION
                       MOVE 'Y' TO WS-ROSTERED
               END-READ
           MOVE WS-REJECT-COUNT TO TL-REJECT
           MOVE WS-SUPPRESS-COUNT TO TL-SUPPRESS
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE WS-CLEAR-COUNT TO CL-COUNT
           MOVE WS-RESOLVE-COUNT TO CL-RESOLVE
           MOVE WS-HELD-COUNT TO CL-HELD
           MOVE WS-NOMATCH-COUNT TO CL-NOMATCH
           WRITE REPORT-LINE FROM WS-CLEAR-LINE
           DISPLAY 'TKTOPN01 - ACCEPTED: ' WS-ACCEPT-COUNT
               ' REJECTED: ' WS-REJECT-COUNT
               ' SUPPRESSED: ' WS-SUPPRESS-COUNT
           DISPLAY 'TKTOPN01 - CLEARS: ' WS-CLEAR-COUNT
               ' RESOLVED: ' WS-RESOLVE-COUNT
               ' HELD: ' WS-HELD-COUNT
               ' NO MATCH: ' WS-NOMATCH-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
                   WRITE RESTART-REC
           END-REWRITE
           PERFORM 910-STAMP-BALANCE
           IF WS-HEARD = 'Y'
               PERFORM 915-STAMP-HEARTBEAT THRU 915-EXIT
           END-IF
           CLOSE INTF-FILE
           CLOSE TKT-FILE
           CLOSE TICKD-FILE
           IF WS-BDAY-OPEN = 'Y'
               CLOSE BDAY-FILE
           END-IF
           IF WS-BHRS-OPEN = 'Y'
               CLOSE BHRS-FILE
           END-IF
           IF WS-ONCL-OPEN = 'Y'
               CLOSE ONCL-FILE
           END-IF
           MOVE WS-RUN-STAMP-DATE TO BALN-DATE
           COMPUTE BALN-READ = WS-REC-COUNT
           COMPUTE BALN-WRITTEN = WS-ACCEPT-COUNT + WS-CORR-COUNT
               + WS-RESOLVE-COUNT
           COMPUTE BALN-REJECTED = WS-REJECT-COUNT + WS-SUPPRESS-COUNT
               + WS-HELD-COUNT + WS-NOMATCH-COUNT
           REWRITE BALN-REC
               INVALID KEY
                   WRITE BALN-REC
       910-EXIT.
           EXIT.

      *    Last-heard-from stamp on the feed0001 heartbeat - the same
      *    create-on-first-use open as the balance file, and a missing
      *    file only costs the silence check its nightly input.
       915-STAMP-HEARTBEAT.
           OPEN I-O FEED-FILE
           IF WS-FEED-STATUS = '35'
               OPEN OUTPUT FEED-FILE
               CLOSE FEED-FILE
               OPEN I-O FEED-FILE
           END-IF
           IF WS-FEED-STATUS NOT = '00'
               GO TO 915-EXIT
           END-IF
           MOVE 'TKTINTF' TO FEED-ID
           READ FEED-FILE
               INVALID KEY
                   MOVE SPACES TO FEED-REC
                   MOVE 'TKTINTF' TO FEED-ID
                   MOVE ZERO TO FEED-ALERT-DATE FEED-ALERT-TIME
           END-READ
           MOVE WS-TODAY TO FEED-LAST-DATE
           MOVE WS-TIME-NOW TO FEED-LAST-TIME
           MOVE WS-JOB-ID TO FEED-LAST-BY
           REWRITE FEED-REC
               INVALID KEY
                   WRITE FEED-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE
           CLOSE FEED-FILE.
       915-EXIT.
           EXIT.

      *    Next work-log sequence from the last key seen - the shared
      *    TKDNXSQ1 increment, which steps 999 into the A00-Z99
      *    letter series so a long-running ticket's history can pass
