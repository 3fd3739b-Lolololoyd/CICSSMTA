      *             resolution target) has passed, bumps TICKET-ESC-    *
      *             LEVEL by one (capped at 9), appends a work-log      *
      *             line to tktd0001 saying so, and prints an           *
      *             escalation report grouped by resolver team and,    *
      *             within each team, by TICKET-CONTACT so each        *
      *             morning's list of breached tickets arrives         *
      *             pre-sorted into the owning queues. Tickets with a  *
      *             zero due date carry no SLA target and are left     *
      *             alone.                                              *
      *             Tickets on an hour-based target (TICKET-SLA-HOURS,  *
      *             stamped at open from the catalog's per-priority     *
      *             business-hour targets) breach on due date AND       *
      *             TICKET-DUE-TIME, and their response target on its   *
      *             own date and time. Run with the parm HOURLY during  *
      *             the business day, the sweep looks at those tickets  *
      *             only and escalates each one once, the hour it       *
      *             breaches (TICKET-SLA-HRS-BREACHED), so a priority-1 *
      *             is on the queue's report the same day rather than   *
      *             the next morning; the nightly run carries its       *
      *             ladder on from there. The hourly run keeps its own  *
      *             run-control record under job id TKTSLAHR.           *
      *             The first-touch response target is taken from the   *
      *             catalog version in force when the ticket was opened *
      *             (svcv0001), so a catalog change does not rejudge    *
      *             tickets already open under the old terms.           *
      *    Restart/checkpoint: follows the same RESTART-FILE/WS-CKPT-   *
      *    FREQ convention UAFRPT01 established - see 110-CHECK-RESTART *
      *    and 230-CHECKPOINT. The escalated-ticket table feeding the   *
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT TEAM-FILE ASSIGN TO TEAM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-CODE
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT SVCV-FILE ASSIGN TO SVCV0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVCV-KEY
               FILE STATUS IS WS-SVCV-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.
           COPY ONCL0001.

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

       FD  TEAM-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEAM-REC.
           COPY TEAM0001.

       FD  SVCV-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVCV-REC.
           COPY SVCV0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-JOB-ID                     PIC X(08) VALUE 'TKTSLA01'.
       01  WS-CKPT-FREQ                  PIC 9(06) VALUE 1000.
       01  WS-CKPT-PARM                  PIC X(06) VALUE SPACES.
       01  WS-RUN-MODE                   PIC X(01) VALUE 'N'.
           88  WS-NIGHTLY                VALUE 'N'.
           88  WS-INTRADAY               VALUE 'I'.
       01  WS-BREACHED                   PIC X(01) VALUE 'N'.
       01  WS-DUE-HHMMSS                 PIC 9(06) VALUE ZERO.
       01  WS-DUE-HHMMSS-R REDEFINES WS-DUE-HHMMSS.
           05  WS-DUE-HH                 PIC 9(02).
           05  WS-DUE-MM                 PIC 9(02).
           05  WS-DUE-SS                 PIC 9(02).
       01  WS-DUE-CLOCK.
           05  WS-DUE-CLOCK-HH           PIC 9(02).
           05  FILLER                    PIC X(01) VALUE ':'.
           05  WS-DUE-CLOCK-MM           PIC 9(02).
       01  WS-RESTARTING                 PIC X(01) VALUE 'N'.
       01  WS-SKIP-KEY                   PIC X(12) VALUE SPACES.
       01  WS-SKIP-KEY-X REDEFINES WS-SKIP-KEY.
           COPY TKDSEQW1.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SVC-OPEN                   PIC X(01) VALUE 'N'.
       01  WS-SVCV-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SVCV-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-SVCV-EOF                   PIC X(01) VALUE 'N'.
       01  WS-TERMS-FOUND                PIC X(01) VALUE 'N'.
      *    The highest svcv0001 key that can be in force for a ticket -
      *    its service code, open date and open time.
       01  WS-VER-LIMIT.
           05  WS-VER-LIMIT-CODE         PIC X(08).
           05  WS-VER-LIMIT-DATE         PIC 9(08).
           05  WS-VER-LIMIT-TIME         PIC 9(06).
       01  WS-BDAY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BDAY-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-RESP-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-ONCL-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NAM-OPEN                   PIC X(01) VALUE 'N'.
       01  WS-TEAM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TEAM-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-SHIFT                      PIC X(01) VALUE 'D'.
       01  WS-DUTY-CONTACT               PIC X(10) VALUE SPACES.

       01  WS-ESC-IDX2                   PIC 9(04) VALUE ZERO.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 9999 TIMES.
               10  WS-ESC-GROUP.
                   15  WS-ESC-TEAM       PIC X(06).
                   15  WS-ESC-CONTACT    PIC X(10).
               10  WS-ESC-TICKET         PIC X(06).
               10  WS-ESC-DUE-DATE       PIC 9(08).
               10  WS-ESC-DUE-TIME       PIC X(05).
               10  WS-ESC-LEVEL          PIC 9(01).
               10  WS-ESC-PRIORITY       PIC X(01).
               10  WS-ESC-PRINTED        PIC X(01).
       01  WS-CUR-CONTACT                PIC X(10) VALUE SPACES.
       01  WS-LOW-GROUP                  PIC X(16) VALUE SPACES.
       01  WS-LOW-GROUP-R REDEFINES WS-LOW-GROUP.
           05  WS-LOW-TEAM               PIC X(06).
           05  WS-LOW-CONTACT            PIC X(10).
       01  WS-CUR-TEAM                   PIC X(06) VALUE HIGH-VALUES.
       01  WS-GROUP-OPEN                 PIC X(01) VALUE 'N'.

       01  WS-HEAD1.
               'SLA ESCALATION REPORT - BREACHED TICKETS'.
           05  FILLER                    PIC X(87) VALUE SPACES.

       01  WS-HEAD1-HOURLY.
           05  FILLER                    PIC X(45) VALUE
               'SLA INTRADAY SWEEP - HOUR-TARGET BREACHES'.
           05  FILLER                    PIC X(87) VALUE SPACES.

       01  WS-TEAM-LINE.
           05  FILLER                    PIC X(06) VALUE 'TEAM:'.
           05  TML-TEAM                  PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TML-NAME                  PIC X(30).
           05  FILLER                    PIC X(88) VALUE SPACES.

       01  WS-GROUP-LINE.
           05  FILLER                    PIC X(09) VALUE 'CONTACT:'.
           05  GL-CONTACT                PIC X(10).
       01  WS-HEAD2.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'TICKET'.
           05  FILLER                    PIC X(09) VALUE 'DUE DATE'.
           05  FILLER                    PIC X(07) VALUE 'TIME'.
           05  FILLER                    PIC X(05) VALUE 'PRI'.
           05  FILLER                    PIC X(10) VALUE 'ESC LVL'.
           05  FILLER                    PIC X(89) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  DL-TICKET                 PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-DUE-DATE               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-DUE-TIME               PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-PRIORITY               PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  DL-LEVEL                  PIC 9(01).
           05  FILLER                    PIC X(98) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(18) VALUE
           IF WS-CKPT-PARM IS NUMERIC AND WS-CKPT-PARM NOT = ZERO
               MOVE WS-CKPT-PARM TO WS-CKPT-FREQ
           END-IF
      *    HOURLY is the intraday run over the hour-based tickets -
      *    its own run-control record, so an hourly run never picks
      *    up (or clobbers) the nightly run's restart position.
           IF FUNCTION UPPER-CASE(WS-CKPT-PARM) = 'HOURLY'
               SET WS-INTRADAY TO TRUE
               MOVE 'TKTSLAHR' TO WS-JOB-ID
           END-IF
           OPEN I-O TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'TKTSLA01 - ERROR OPENING TKTM0001, STATUS='
           IF WS-SVC-STATUS = '00'
               MOVE 'Y' TO WS-SVC-OPEN
           END-IF
      *    Without version history the response target is today's
      *    catalog entry, the pre-versioning behavior.
           OPEN INPUT SVCV-FILE
           IF WS-SVCV-STATUS = '00'
               MOVE 'Y' TO WS-SVCV-OPEN
           END-IF
           OPEN INPUT BDAY-FILE
           IF WS-BDAY-STATUS = '00'
               MOVE 'Y' TO WS-BDAY-OPEN
           IF WS-NAM-STATUS = '00'
               MOVE 'Y' TO WS-NAM-OPEN
           END-IF
      *    The team master only supplies the team names on the report
      *    headings - missing, the codes print alone.
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = '00'
               MOVE 'Y' TO WS-TEAM-OPEN
           END-IF
           PERFORM 110-CHECK-RESTART.
       100-EXIT.
           EXIT.
               END-IF
           ELSE
               ADD 1 TO WS-REC-COUNT
               PERFORM 220-CHECK-BREACH THRU 220-EXIT
               IF FUNCTION MOD(WS-REC-COUNT WS-CKPT-FREQ) = 0
                   PERFORM 230-CHECKPOINT
               END-IF
      *    REJECTED), carries a real due date, and that date has
      *    passed - the same still-active statuses TKTRPT01 reports
      *    on. Each nightly sweep past the target bumps the level one
      *    more, capped at 9. An hour-based ticket with a due time
      *    breaches the minute that time passes on its due date; the
      *    hourly run escalates it then, once, and the nightly run
      *    leaves a same-day breach the hourly run already took alone.
       220-CHECK-BREACH.
           IF WS-INTRADAY AND NOT TKT-SLA-HOURS
               GO TO 220-EXIT
           END-IF
           MOVE 'N' TO WS-BREACHED
           IF NOT TKT-CLOSED AND NOT TKT-REJECTED
               AND TKT-DUE-DATE IS NUMERIC
               AND TKT-DUE-DATE NOT = ZERO
               IF WS-TODAY > TKT-DUE-DATE
                   MOVE 'Y' TO WS-BREACHED
               END-IF
               IF WS-TODAY = TKT-DUE-DATE
                   AND TKT-SLA-HOURS
                   AND TKT-DUE-TIME IS NUMERIC
                   AND TKT-DUE-TIME > ZERO
                   AND WS-TIME-NOW > TKT-DUE-TIME
                   AND NOT TKT-SLA-HRS-BREACHED
                   MOVE 'Y' TO WS-BREACHED
               END-IF
           END-IF
           IF WS-INTRADAY AND TKT-SLA-HRS-BREACHED
               MOVE 'N' TO WS-BREACHED
           END-IF
           IF WS-BREACHED = 'Y'
               PERFORM 240-ESCALATE-TICKET
           END-IF
           PERFORM 270-CHECK-RESPONSE THRU 270-EXIT.
       220-EXIT.
           EXIT.

      *    with its own work-log line, then left to the reporting -
      *    the resolution escalation above keeps its own ladder.
       270-CHECK-RESPONSE.
           IF TKT-RESP-DATE IS NUMERIC AND TKT-RESP-DATE > ZERO
               GO TO 270-EXIT
           END-IF
           IF TKT-RESP-ESC IS NUMERIC AND TKT-RESP-ESC > ZERO
               GO TO 270-EXIT
           END-IF
      *    An hour-based response target was stamped at open as a
      *    date and time of its own - no catalog or calendar needed.
           IF TKT-SLA-HOURS
               AND TKT-RESP-DUE-DATE IS NUMERIC
               AND TKT-RESP-DUE-DATE > ZERO
               AND TKT-RESP-DUE-TIME IS NUMERIC
               IF WS-TODAY > TKT-RESP-DUE-DATE
                   OR (WS-TODAY = TKT-RESP-DUE-DATE
                       AND WS-TIME-NOW > TKT-RESP-DUE-TIME)
                   PERFORM 272-FLAG-RESPONSE
               END-IF
               GO TO 270-EXIT
           END-IF
           IF WS-INTRADAY
               GO TO 270-EXIT
           END-IF
           IF WS-SVC-OPEN NOT = 'Y'
               GO TO 270-EXIT
           END-IF
           IF TKT-OPEN-DATE NOT NUMERIC OR TKT-OPEN-DATE = ZERO
               GO TO 270-EXIT
           END-IF
      *    The target is the catalog version in force when the ticket
      *    was opened, not whatever the entry says tonight.
           MOVE TKT-SVC-CODE TO SVC-CODE
           MOVE 'N' TO WS-TERMS-FOUND
           READ SVC-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SVC-STATUS = '00'
               MOVE 'Y' TO WS-TERMS-FOUND
           END-IF
           PERFORM 271-VERSION-IN-FORCE THRU 271-EXIT
           IF WS-TERMS-FOUND NOT = 'Y'
               GO TO 270-EXIT
           END-IF
           IF SVC-RESP-DAYS NOT NUMERIC OR SVC-RESP-DAYS = ZERO
               GO TO 270-EXIT
           END-IF
           PERFORM 276-DERIVE-REGION
           PERFORM 275-COUNT-BUSINESS-AGE
           IF WS-BD-AGE >= SVC-RESP-DAYS
               PERFORM 272-FLAG-RESPONSE
           END-IF.
       270-EXIT.
           EXIT.

      *    The applied svcv0001 version with the highest key not after
      *    the ticket's open date and time replaces tonight's entry -
      *    a code with no versions has only ever had tonight's terms.
       271-VERSION-IN-FORCE.
           IF WS-SVCV-OPEN NOT = 'Y'
               GO TO 271-EXIT
           END-IF
           MOVE TKT-SVC-CODE TO WS-VER-LIMIT-CODE SVCV-CODE
           MOVE TKT-OPEN-DATE TO WS-VER-LIMIT-DATE
           IF TKT-OPEN-TIME IS NUMERIC
               MOVE TKT-OPEN-TIME TO WS-VER-LIMIT-TIME
           ELSE
               MOVE ZERO TO WS-VER-LIMIT-TIME
           END-IF
           MOVE ZERO TO SVCV-EFF-DATE SVCV-EFF-TIME
           START SVCV-FILE KEY IS NOT LESS THAN SVCV-KEY
               INVALID KEY
                   GO TO 271-EXIT
           END-START
           MOVE 'N' TO WS-SVCV-EOF
           PERFORM 273-NEXT-VERSION UNTIL WS-SVCV-EOF = 'Y'.
       271-EXIT.
           EXIT.

       273-NEXT-VERSION.
           READ SVCV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SVCV-EOF
           END-READ
           IF WS-SVCV-EOF = 'N'
               IF SVCV-CODE NOT = WS-VER-LIMIT-CODE
                   OR SVCV-KEY > WS-VER-LIMIT
                   MOVE 'Y' TO WS-SVCV-EOF
               ELSE
                   IF SVCV-APPLIED
                       MOVE SVCV-ENTRY TO SVC-REC
                       MOVE 'Y' TO WS-TERMS-FOUND
                   END-IF
               END-IF
           END-IF.
       273-EXIT.
           EXIT.

       272-FLAG-RESPONSE.
           MOVE 1 TO TKT-RESP-ESC
           REWRITE TKT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-RESP-COUNT
           PERFORM 280-ADD-RESPONSE-LINE.
       272-EXIT.
           EXIT.

      *    Business days open to date - the same weekend/holiday
      *    stepping the due-date arithmetic uses.
       275-COUNT-BUSINESS-AGE.
           IF TKT-ESC-LEVEL NOT NUMERIC
               MOVE ZERO TO TKT-ESC-LEVEL
           END-IF
      *    An hour-based ticket is marked breached either way, so
      *    the hourly runs pass over it from here on.
           IF TKT-SLA-HOURS
               MOVE 'B' TO TKT-SLA-BASIS
           END-IF
           IF TKT-ESC-LEVEL < 9
               ADD 1 TO TKT-ESC-LEVEL
               REWRITE TKT-REC
                       CONTINUE
               END-REWRITE
               PERFORM 250-ADD-DETAIL-LINE
           ELSE
               REWRITE TKT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           ADD 1 TO WS-ESC-COUNT
           PERFORM 260-TABLE-ESCALATION.
           MOVE WS-JOB-ID TO TICKD-ENTERED-BY
           MOVE WS-TODAY TO TICKD-ENTERED-DATE
           MOVE WS-TIME-NOW TO TICKD-ENTERED-TIME
           PERFORM 255-FORMAT-DUE-TIME
           IF WS-DUE-CLOCK = SPACES
               STRING 'Escalated to level ' TKT-ESC-LEVEL
                      ' - SLA target ' TKT-DUE-DATE ' passed'
                   DELIMITED BY SIZE INTO TICKD-TEXT
               END-STRING
           ELSE
               STRING 'Escalated to level ' TKT-ESC-LEVEL
                      ' - SLA target ' TKT-DUE-DATE ' '
                      WS-DUE-CLOCK ' passed'
                   DELIMITED BY SIZE INTO TICKD-TEXT
               END-STRING
           END-IF
           WRITE TICKD-REC
               INVALID KEY
                   CONTINUE
       250-EXIT.
           EXIT.

      *    HH:MM of an hour-based ticket's due time, spaces for a
      *    whole-day target.
       255-FORMAT-DUE-TIME.
           MOVE SPACES TO WS-DUE-CLOCK
           IF TKT-SLA-HOURS
               AND TKT-DUE-TIME IS NUMERIC
               AND TKT-DUE-TIME > ZERO
               MOVE TKT-DUE-TIME TO WS-DUE-HHMMSS
               MOVE WS-DUE-HH TO WS-DUE-CLOCK-HH
               MOVE ':' TO WS-DUE-CLOCK(3:1)
               MOVE WS-DUE-MM TO WS-DUE-CLOCK-MM
           END-IF.
       255-EXIT.
           EXIT.

       260-TABLE-ESCALATION.
           PERFORM 265-DUTY-CONTACT
           IF WS-ESC-TBL-COUNT < WS-ESC-MAX
               ADD 1 TO WS-ESC-TBL-COUNT
               MOVE TKT-TEAM-CODE TO WS-ESC-TEAM(WS-ESC-TBL-COUNT)
               MOVE WS-DUTY-CONTACT TO WS-ESC-CONTACT(WS-ESC-TBL-COUNT)
               MOVE TKT-NUM TO WS-ESC-TICKET(WS-ESC-TBL-COUNT)
               MOVE TKT-DUE-DATE TO WS-ESC-DUE-DATE(WS-ESC-TBL-COUNT)
               PERFORM 255-FORMAT-DUE-TIME
               MOVE WS-DUE-CLOCK TO WS-ESC-DUE-TIME(WS-ESC-TBL-COUNT)
               MOVE TKT-ESC-LEVEL TO WS-ESC-LEVEL(WS-ESC-TBL-COUNT)
               MOVE TKT-PRIORITY TO WS-ESC-PRIORITY(WS-ESC-TBL-COUNT)
               MOVE 'N' TO WS-ESC-PRINTED(WS-ESC-TBL-COUNT)
       265-EXIT.
           EXIT.

      *    Print the collected escalations grouped by team and then
      *    contact - the table is walked repeatedly, each pass picking
      *    the lowest team+contact value not yet printed and emitting
      *    every entry under it, so the report arrives grouped without
      *    needing a SORT step. Tickets with no team sort first, under
      *    a blank team heading.
       800-PRINT-REPORT.
           IF WS-INTRADAY
               WRITE REPORT-LINE FROM WS-HEAD1-HOURLY
           ELSE
               WRITE REPORT-LINE FROM WS-HEAD1
           END-IF
           PERFORM UNTIL WS-LOW-GROUP = HIGH-VALUES
               MOVE HIGH-VALUES TO WS-LOW-GROUP
               PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                       UNTIL WS-ESC-IDX > WS-ESC-TBL-COUNT
                   IF WS-ESC-PRINTED(WS-ESC-IDX) = 'N'
                       AND WS-ESC-GROUP(WS-ESC-IDX) < WS-LOW-GROUP
                       MOVE WS-ESC-GROUP(WS-ESC-IDX) TO
                           WS-LOW-GROUP
                   END-IF
               END-PERFORM
               IF WS-LOW-GROUP NOT = HIGH-VALUES
                   IF WS-LOW-TEAM NOT = WS-CUR-TEAM
                       PERFORM 805-PRINT-TEAM
                   END-IF
                   PERFORM 810-PRINT-GROUP
               END-IF
           END-PERFORM.
       800-EXIT.
           EXIT.

       805-PRINT-TEAM.
           MOVE WS-LOW-TEAM TO WS-CUR-TEAM
           MOVE SPACES TO TML-TEAM TML-NAME
           IF WS-LOW-TEAM = SPACES
               MOVE 'NO RESOLVER TEAM' TO TML-NAME
           ELSE
               MOVE WS-LOW-TEAM TO TML-TEAM
               IF WS-TEAM-OPEN = 'Y'
                   MOVE WS-LOW-TEAM TO TEAM-CODE
                   READ TEAM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TEAM-NAME TO TML-NAME
                   END-READ
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-TEAM-LINE.
       805-EXIT.
           EXIT.

       810-PRINT-GROUP.
           MOVE WS-LOW-CONTACT TO GL-CONTACT
           WRITE REPORT-LINE FROM WS-GROUP-LINE
           PERFORM VARYING WS-ESC-IDX2 FROM 1 BY 1
                   UNTIL WS-ESC-IDX2 > WS-ESC-TBL-COUNT
               IF WS-ESC-PRINTED(WS-ESC-IDX2) = 'N'
                   AND WS-ESC-GROUP(WS-ESC-IDX2) = WS-LOW-GROUP
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-ESC-TICKET(WS-ESC-IDX2) TO DL-TICKET
                   MOVE WS-ESC-DUE-DATE(WS-ESC-IDX2) TO DL-DUE-DATE
                   MOVE WS-ESC-DUE-TIME(WS-ESC-IDX2) TO DL-DUE-TIME
                   MOVE WS-ESC-PRIORITY(WS-ESC-IDX2) TO DL-PRIORITY
                   MOVE WS-ESC-LEVEL(WS-ESC-IDX2) TO DL-LEVEL
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-SVC-OPEN = 'Y'
               CLOSE SVC-FILE
           END-IF
           IF WS-SVCV-OPEN = 'Y'
               CLOSE SVCV-FILE
           END-IF
           IF WS-BDAY-OPEN = 'Y'
               CLOSE BDAY-FILE
           END-IF
           IF WS-NAM-OPEN = 'Y'
               CLOSE NAM-FILE
           END-IF
           IF WS-TEAM-OPEN = 'Y'
               CLOSE TEAM-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
