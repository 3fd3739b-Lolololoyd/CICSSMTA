      *             reply with no matching invitation, a score out of  *
      *             range, or a survey already answered is rejected    *
      *             with the reason on the accepted/rejected report.   *
      *             A posted score at or below the SVYRCVTH site       *
      *             threshold (default 2) opens a service-recovery     *
      *             ticket the way PMSOPN01 opens its routine ones -   *
      *             next number off tktc0001, the SVYRCVSC service     *
      *             code (default SVCRECOV) with its catalog approval, *
      *             SLA and routing, raised for the original ticket's  *
      *             requestor. It is assigned to the original closer's *
      *             team lead (the closer's UPRF-MGR-USERID7 on        *
      *             uprf0001 - no lead on file leaves it on the        *
      *             team's queue), its summary and opening work-log    *
      *             line name the original ticket, the survey comment  *
      *             is its next line, and the closer is put on its     *
      *             tkwa0001 watch list so TKTNTF01 keeps them told.   *
      *             The original ticket gets a line naming the         *
      *             recovery ticket, so each leads to the other. An    *
      *             original already purged to the archive has no      *
      *             requestor to raise for - the reply still posts and *
      *             the report says why no ticket was opened.          *
      *    No restart/checkpoint handling - posting the same reply     *
      *    twice rewrites the same score, so a rerun of the whole      *
      *    file is harmless, the same idempotence argument TKTNTF01    *
      *    relies on for its extract. The survey is rewritten before   *
      *    its recovery ticket opens, so on a rerun the answered       *
      *    survey is rejected and no second recovery ticket opens.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRVY-TICKET-NUM
               FILE STATUS IS WS-SRVY-STATUS.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT TICKD-FILE ASSIGN TO TKTD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKD-KEY
               FILE STATUS IS WS-TICKD-STATUS.
           SELECT TKTC-FILE ASSIGN TO TKTC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CONTROL-KEY
               FILE STATUS IS WS-TKTC-STATUS.
           SELECT TKWA-FILE ASSIGN TO TKWA0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKWA-KEY
               FILE STATUS IS WS-TKWA-STATUS.
           SELECT UPRF-FILE ASSIGN TO UPRF0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPRF-USERID
               FILE STATUS IS WS-UPRF-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT SITE-FILE ASSIGN TO SITE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-PARM-ID
               FILE STATUS IS WS-SITE-STATUS.
           SELECT ONCL-FILE ASSIGN TO ONCL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONCL-KEY
               FILE STATUS IS WS-ONCL-STATUS.
           SELECT BDAY-FILE ASSIGN TO BDAY0001
               ORGANIZATION IS INDEXED
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
               RECORD KEY IS KEY1
               FILE STATUS IS WS-NAM-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  SRVY-REC.
           COPY SRVY0001.

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

       FD  TKTC-FILE
           RECORD CONTAINS 13 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKTC-REC.
           COPY TICKC0001.

       FD  TKWA-FILE
           RECORD CONTAINS 22 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKWA-REC.
           COPY TKWA0001.

       FD  UPRF-FILE
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UPRF-REC.
           COPY UPRF0001.

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.

       FD  SITE-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITE-REC.
           COPY SITEPRM1.

       FD  ONCL-FILE
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ONCL-REC.
           COPY ONCL0001.

       FD  BDAY-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
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

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       WORKING-STORAGE SECTION.
       01  WS-SVYIN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SRVY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-TKTC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKWA-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKWA-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UPRF-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ONCL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ONCL-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-BDAY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BDAY-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-BHRS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BHRS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-HR-PRI                     PIC 9(01) VALUE ZERO.
       01  WS-HR-RESP                    PIC 9(03) VALUE ZERO.
       01  WS-HR-RESOL                   PIC 9(03) VALUE ZERO.
       01  WS-BHRX-WORK.
           COPY BHRSWRK1.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT                  PIC S9(9) VALUE ZERO.
       01  WS-RUN-TIME8                  PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME8-X REDEFINES WS-RUN-TIME8.
           05  WS-RUN-TIME6              PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-TIME-NOW                   PIC 9(06) VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-POST-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-RECOVER-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
      *    Service recovery - the score threshold and service code,
      *    both tunable on site0001; WS-RCV-ON goes N when the
      *    service code is not an active catalog entry, and the
      *    replies then post with no recovery ticket.
       01  WS-RCV-THRESHOLD              PIC 9(01) VALUE 2.
       01  WS-RCV-SVC                    PIC X(08) VALUE 'SVCRECOV'.
       01  WS-RCV-ON                     PIC X(01) VALUE 'Y'.
       01  WS-RCV-NOTE                   PIC X(30) VALUE SPACES.
       01  WS-ORIG-TICKET                PIC X(06) VALUE SPACES.
       01  WS-ORIG-REQUESTOR             PIC X(08) VALUE SPACES.
       01  WS-CLOSER                     PIC X(08) VALUE SPACES.
       01  WS-LEAD                       PIC X(08) VALUE SPACES.
       01  WS-NEW-TICKET                 PIC X(06) VALUE SPACES.
       01  WS-LOG-TICKET                 PIC X(06) VALUE SPACES.
       01  WS-LOG-TEXT                   PIC X(60) VALUE SPACES.
       01  WS-DTL-EOF                    PIC X(01) VALUE 'N'.
       01  WS-SEQX-WORK.
           COPY TKDSEQW1.
      *    Ticket-open work, as PMSOPN01 carries it.
       01  WS-DUE-INT                    PIC S9(9) VALUE ZERO.
       01  WS-BD-REMAINING               PIC S9(4) VALUE ZERO.
       01  WS-BD-DOW                     PIC S9(4) VALUE ZERO.
       01  WS-SERIES-ORD                 PIC S9(4) VALUE ZERO.
       01  WS-SERIES-NUM5                PIC 9(05) VALUE ZERO.
       01  WS-SHIFT                      PIC X(01) VALUE 'D'.
       01  WS-ROSTERED                   PIC X(01) VALUE 'N'.
       01  WS-ROUTE-REGION               PIC X(02) VALUE '**'.
       01  WS-DEFAULT-CONTACT-KEY.
           05  WS-DEFAULT-CONTACT-REGION PIC X(02) VALUE 'HQ'.
           05  WS-DEFAULT-CONTACT-CODE   PIC X(04) VALUE 'HELP'.

       01  WS-HEAD1.
           05  FILLER                    PIC X(45) VALUE
           05  TL-POST                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  REJECTED:'.
           05  TL-REJECT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(20) VALUE
               '  RECOVERY TICKETS:'.
           05  TL-RECOVER                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-TIME6 TO WS-TIME-NOW
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN INPUT SVYIN-FILE
           IF WS-SVYIN-STATUS NOT = '00'
               DISPLAY 'SVYRSP01 - ERROR OPENING SVYIN, STATUS='
                   WS-SRVY-STATUS
               STOP RUN
           END-IF
           OPEN I-O TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'SVYRSP01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           OPEN I-O TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'SVYRSP01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TICKD-STATUS
               STOP RUN
           END-IF
           OPEN I-O TKTC-FILE
           IF WS-TKTC-STATUS NOT = '00'
               DISPLAY 'SVYRSP01 - ERROR OPENING TKTC0001, STATUS='
                   WS-TKTC-STATUS
               STOP RUN
           END-IF
           OPEN INPUT SVC-FILE
           IF WS-SVC-STATUS NOT = '00'
               DISPLAY 'SVYRSP01 - ERROR OPENING SVCC0001, STATUS='
                   WS-SVC-STATUS
               STOP RUN
           END-IF
      *    Routing default, recovery threshold and recovery service
      *    code - all site knobs, each keeping its compiled-in value
      *    when the record or the file is missing.
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS = '00'
               MOVE 'DFLTCNCT' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITE-PARM-VALUE(1:6) NOT = SPACES
                           MOVE SITE-PARM-VALUE(1:6)
                               TO WS-DEFAULT-CONTACT-KEY
                       END-IF
               END-READ
               MOVE 'SVYRCVTH' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION NUMVAL(SITE-PARM-VALUE) >= 1
                           AND FUNCTION NUMVAL(SITE-PARM-VALUE) <= 5
                           COMPUTE WS-RCV-THRESHOLD =
                               FUNCTION NUMVAL(SITE-PARM-VALUE)
                       END-IF
               END-READ
               MOVE 'SVYRCVSC' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITE-PARM-VALUE(1:8) NOT = SPACES
                           MOVE SITE-PARM-VALUE(1:8) TO WS-RCV-SVC
                       END-IF
               END-READ
               CLOSE SITE-FILE
           END-IF
      *    The recovery service is read once here and its catalog
      *    entry stays in SVC-REC for every ticket this run opens.
           MOVE WS-RCV-SVC TO SVC-CODE
           READ SVC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RCV-ON
           END-READ
           IF WS-RCV-ON = 'Y' AND NOT SVC-IS-ACTIVE
               MOVE 'N' TO WS-RCV-ON
           END-IF
           IF WS-RCV-ON NOT = 'Y'
               DISPLAY 'SVYRSP01 - RECOVERY SERVICE ' WS-RCV-SVC
                   ' NOT ACTIVE ON SVCC0001 - NO RECOVERY TICKETS'
           END-IF
      *    No profile file leaves every recovery ticket on the team
      *    queue; no watcher file skips the closer's subscription.
           OPEN INPUT UPRF-FILE
           IF WS-UPRF-STATUS = '00'
               MOVE 'Y' TO WS-UPRF-OPEN
           END-IF
           OPEN I-O TKWA-FILE
           IF WS-TKWA-STATUS = '00'
               MOVE 'Y' TO WS-TKWA-OPEN
           END-IF
           OPEN INPUT BDAY-FILE
           IF WS-BDAY-STATUS = '00'
               MOVE 'Y' TO WS-BDAY-OPEN
           END-IF
           OPEN INPUT BHRS-FILE
           IF WS-BHRS-STATUS = '00'
               MOVE 'Y' TO WS-BHRS-OPEN
           END-IF
           OPEN INPUT ONCL-FILE
           IF WS-ONCL-STATUS = '00'
               MOVE 'Y' TO WS-ONCL-OPEN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'SVYRSP01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SVYRSP01 - ERROR OPENING RPTOUT, STATUS='
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-POST-COUNT
               MOVE SPACES TO WS-RCV-NOTE
               IF SRVY-SCORE <= WS-RCV-THRESHOLD
                   PERFORM 300-SERVICE-RECOVERY THRU 300-EXIT
               END-IF
               PERFORM 250-REPORT-POSTED
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           MOVE SVYIN-TICKET-NUM TO DL-TICKET
           MOVE SVYIN-SCORE TO DL-SCORE
           MOVE 'POSTED' TO DL-RESULT
           MOVE WS-RCV-NOTE TO DL-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       250-EXIT.
           EXIT.
       260-EXIT.
           EXIT.

      *    A poor score - the original ticket supplies the requestor,
      *    the survey the closer (stamped at invitation, so it holds
      *    even if the ticket has since been reassigned).
       300-SERVICE-RECOVERY.
           IF WS-RCV-ON NOT = 'Y'
               MOVE 'NO RECOVERY - SERVICE INACTIVE' TO WS-RCV-NOTE
               GO TO 300-EXIT
           END-IF
           MOVE SRVY-TICKET-NUM TO WS-ORIG-TICKET
           MOVE SRVY-CLOSED-BY TO WS-CLOSER
           MOVE WS-ORIG-TICKET TO TKT-NUM
           READ TKT-FILE
               INVALID KEY
                   MOVE 'NO RECOVERY - TICKET PURGED' TO WS-RCV-NOTE
                   GO TO 300-EXIT
           END-READ
           MOVE TKT-REQUESTOR TO WS-ORIG-REQUESTOR
           MOVE SPACES TO WS-LEAD
           IF WS-UPRF-OPEN = 'Y' AND WS-CLOSER NOT = SPACES
               MOVE WS-CLOSER TO UPRF-USERID
               READ UPRF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UPRF-MGR-USERID7 TO WS-LEAD(1:7)
               END-READ
           END-IF
           PERFORM 310-OPEN-TICKET
           MOVE TKT-NUM TO WS-NEW-TICKET
           PERFORM 340-ADD-OPENING-LINES
           IF WS-TKWA-OPEN = 'Y' AND WS-CLOSER NOT = SPACES
               MOVE WS-NEW-TICKET TO TKWA-TICKET-NUM
               MOVE WS-CLOSER TO TKWA-USERID
               MOVE WS-TODAY TO TKWA-ADDED-DATE
               WRITE TKWA-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
      *    The back-reference on the original ticket's log.
           MOVE WS-ORIG-TICKET TO WS-LOG-TICKET
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'Survey score ' SRVY-SCORE
                  ' - service-recovery ticket ' WS-NEW-TICKET
                  ' opened'
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM 350-APPEND-LOG-LINE THRU 350-EXIT
           ADD 1 TO WS-RECOVER-COUNT
           MOVE SPACES TO WS-RCV-NOTE
           IF WS-LEAD = SPACES
               STRING 'RECOVERY ' WS-NEW-TICKET ' - NO TEAM LEAD'
                   DELIMITED BY SIZE INTO WS-RCV-NOTE
               END-STRING
           ELSE
               STRING 'RECOVERY ' WS-NEW-TICKET ' TO ' WS-LEAD
                   DELIMITED BY SIZE INTO WS-RCV-NOTE
               END-STRING
           END-IF.
       300-EXIT.
           EXIT.

      *    The PMSOPN01 open: next number off the control record,
      *    catalog approval requirement, SLA due date in business
      *    days (or the hour targets), then contact routing.
       310-OPEN-TICKET.
           MOVE '000001' TO TC-CONTROL-KEY
           READ TKTC-FILE
               INVALID KEY
                   MOVE '000001' TO TC-CONTROL-KEY
                   MOVE ZERO TO TC-LAST-TICKET-NUM
                   WRITE TKTC-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           ADD 1 TO TC-LAST-TICKET-NUM
      *    Numbering-capacity rollover, same scheme as SM0013 - see
      *    TICKC0001.
           IF TC-NUM-SERIES = SPACE AND TC-LAST-TICKET-NUM = ZERO
               MOVE 'A' TO TC-NUM-SERIES
               MOVE 1 TO TC-LAST-TICKET-NUM
           END-IF
           IF TC-NUM-SERIES NOT = SPACE
               AND TC-LAST-TICKET-NUM > 99999
               COMPUTE WS-SERIES-ORD =
                   FUNCTION ORD(TC-NUM-SERIES) + 1
               MOVE FUNCTION CHAR(WS-SERIES-ORD) TO TC-NUM-SERIES
               MOVE 1 TO TC-LAST-TICKET-NUM
           END-IF
           REWRITE TKTC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE SPACES TO TKT-REC
           IF TC-NUM-SERIES = SPACE
               MOVE TC-LAST-TICKET-NUM TO TKT-NUM
           ELSE
               MOVE TC-LAST-TICKET-NUM TO WS-SERIES-NUM5
               STRING TC-NUM-SERIES WS-SERIES-NUM5
                   DELIMITED BY SIZE INTO TKT-NUM
               END-STRING
           END-IF
           IF SVC-APPROVALS IS NUMERIC AND SVC-APPROVALS = ZERO
               SET TKT-OPEN TO TRUE
               MOVE ZERO TO TKT-APPR-NEEDED
           ELSE
               SET TKT-PENDING-APPROVAL TO TRUE
               IF SVC-APPROVALS IS NUMERIC AND SVC-APPROVALS = 2
                   MOVE 2 TO TKT-APPR-NEEDED
               ELSE
                   MOVE 1 TO TKT-APPR-NEEDED
               END-IF
           END-IF
           MOVE WS-ORIG-REQUESTOR TO TKT-REQUESTOR
           MOVE SVC-CODE TO TKT-SVC-CODE
           MOVE SVC-TEAM-CODE TO TKT-TEAM-CODE
      *    An unhappy customer is chased ahead of routine work.
           MOVE '2' TO TKT-PRIORITY
           STRING 'Service recovery - ticket ' WS-ORIG-TICKET
                  ' score ' SRVY-SCORE
               DELIMITED BY SIZE INTO TKT-SUMMARY
           END-STRING
           MOVE WS-LEAD TO TKT-ASSIGNED-TO
           MOVE WS-TODAY TO TKT-OPEN-DATE
           MOVE WS-TIME-NOW TO TKT-OPEN-TIME
           MOVE ZERO TO TKT-CLOSED-DATE
           MOVE ZERO TO TKT-ESC-LEVEL
           MOVE ZERO TO TKT-REOPEN-COUNT
           MOVE ZERO TO TKT-MINUTES-SPENT
           MOVE ZERO TO TKT-OCCUR-COUNT
           MOVE ZERO TO TKT-WAIT-DATE
           MOVE ZERO TO TKT-RESP-DATE TKT-RESP-TIME TKT-RESP-ESC
           MOVE ZERO TO TKT-PLAN-START-DATE TKT-PLAN-START-TIME
           MOVE ZERO TO TKT-PLAN-END-DATE TKT-PLAN-END-TIME
           MOVE ZERO TO TKT-FUP-DATE
           PERFORM 320-ROUTE-CONTACT THRU 320-EXIT
           IF SVC-RESOL-DAYS IS NUMERIC AND SVC-RESOL-DAYS > ZERO
               MOVE WS-TODAY-INT TO WS-DUE-INT
               MOVE SVC-RESOL-DAYS TO WS-BD-REMAINING
               PERFORM UNTIL WS-BD-REMAINING = ZERO
                   ADD 1 TO WS-DUE-INT
                   COMPUTE WS-BD-DOW = FUNCTION MOD(WS-DUE-INT 7)
                   IF WS-BD-DOW >= 1 AND WS-BD-DOW <= 5
                       PERFORM 315-CHECK-HOLIDAY
                       IF WS-BDAY-STATUS NOT = '00'
                           OR WS-BDAY-OPEN = 'N'
                           SUBTRACT 1 FROM WS-BD-REMAINING
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE TKT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           ELSE
               MOVE ZERO TO TKT-DUE-DATE
           END-IF
           PERFORM 316-STAMP-HOUR-TARGETS THRU 316-EXIT
           WRITE TKT-REC
               INVALID KEY
                   DISPLAY 'SVYRSP01 - DUPLICATE TICKET KEY ' TKT-NUM
           END-WRITE.
       310-EXIT.
           EXIT.

      *    Regional probe first, global '**' as the fall-back - the
      *    dual read every calendar consumer makes.
       315-CHECK-HOLIDAY.
           MOVE '23' TO WS-BDAY-STATUS
           IF WS-BDAY-OPEN = 'Y'
               MOVE WS-ROUTE-REGION TO BDAY-REGION
               COMPUTE BDAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
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
           END-IF.
       315-EXIT.
           EXIT.

      *    Hour-based targets - a non-zero SVC-RESOL-HOURS or
      *    SVC-RESP-HOURS entry for the ticket's priority runs the
      *    BHRSADD1 business-hours clock from the open date and time,
      *    in the routed region's hours, and the result replaces the
      *    whole-day due date above - PMSOPN01's 306 paragraph.
       316-STAMP-HOUR-TARGETS.
           MOVE SPACE TO TKT-SLA-BASIS
           MOVE ZERO TO TKT-DUE-TIME
           MOVE ZERO TO TKT-RESP-DUE-DATE TKT-RESP-DUE-TIME
           MOVE ZERO TO WS-HR-RESP WS-HR-RESOL
           MOVE TKT-PRIORITY TO WS-HR-PRI
           IF SVC-RESP-HOURS(WS-HR-PRI) IS NUMERIC
               MOVE SVC-RESP-HOURS(WS-HR-PRI) TO WS-HR-RESP
           END-IF
           IF SVC-RESOL-HOURS(WS-HR-PRI) IS NUMERIC
               MOVE SVC-RESOL-HOURS(WS-HR-PRI) TO WS-HR-RESOL
           END-IF
           IF WS-HR-RESP = ZERO AND WS-HR-RESOL = ZERO
               GO TO 316-EXIT
           END-IF
           PERFORM 317-LOAD-BHRS-WEEK THRU 317-EXIT
           MOVE 'H' TO TKT-SLA-BASIS
           IF WS-HR-RESOL > ZERO
               MOVE TKT-OPEN-DATE TO BHRX-FROM-DATE
               MOVE TKT-OPEN-TIME TO BHRX-FROM-TIME
               MOVE WS-HR-RESOL TO BHRX-HOURS
               PERFORM 318-RUN-BHRS-CLOCK
               IF BHRX-DUE-DATE > ZERO
                   MOVE BHRX-DUE-DATE TO TKT-DUE-DATE
                   MOVE BHRX-DUE-TIME TO TKT-DUE-TIME
               END-IF
           END-IF
           IF WS-HR-RESP > ZERO
               MOVE TKT-OPEN-DATE TO BHRX-FROM-DATE
               MOVE TKT-OPEN-TIME TO BHRX-FROM-TIME
               MOVE WS-HR-RESP TO BHRX-HOURS
               PERFORM 318-RUN-BHRS-CLOCK
               MOVE BHRX-DUE-DATE TO TKT-RESP-DUE-DATE
               MOVE BHRX-DUE-TIME TO TKT-RESP-DUE-TIME
           END-IF.
       316-EXIT.
           EXIT.

      *    The routed region's week first, global '**' as the
      *    fall-back, the standard week when neither is on file.
       317-LOAD-BHRS-WEEK.
           MOVE BHRX-STD-WEEK TO BHRX-WEEK
           IF WS-BHRS-OPEN NOT = 'Y'
               GO TO 317-EXIT
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
       317-EXIT.
           EXIT.

       318-RUN-BHRS-CLOCK.
           COPY BHRSADD1.
           CONTINUE.
       318-EXIT.
           EXIT.

      *    Holiday answer for the business-hours clock - the same
      *    regional-then-global bday0001 probe as 315-CHECK-HOLIDAY,
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

      *    The oncl0001 roster entry for this service, today, this
      *    shift wins - same order as SM0013's 228-ROUTE-CONTACT.
      *    Then the service's routing rule; a blank rule falls back to
      *    the site default contact. The routed region is kept for
      *    the due-date calendar.
       320-ROUTE-CONTACT.
           MOVE '**' TO WS-ROUTE-REGION
           PERFORM 325-ROSTER-LOOKUP THRU 325-EXIT
           IF WS-ROSTERED = 'Y'
               GO TO 320-EXIT
           END-IF
           IF SVC-ROUTE-REGION NOT = SPACES
               AND SVC-ROUTE-CODE NOT = SPACES
               MOVE SVC-ROUTE-REGION TO KEY1(1:2)
               MOVE SVC-ROUTE-CODE TO KEY1(3:4)
           ELSE
               MOVE WS-DEFAULT-CONTACT-KEY TO KEY1
           END-IF
           MOVE KEY1(1:2) TO WS-ROUTE-REGION
           READ NAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SHORT-NAME TO TKT-CONTACT
                   MOVE REGION-CODE TO TKT-REGION
           END-READ.
       320-EXIT.
           EXIT.

      *    Day shift is 0800-1759, night the rest - the same split
      *    229-ROSTER-LOOKUP uses online.
       325-ROSTER-LOOKUP.
           MOVE 'N' TO WS-ROSTERED
           IF WS-ONCL-OPEN NOT = 'Y'
               GO TO 325-EXIT
           END-IF
           IF WS-TIME-NOW >= 080000 AND WS-TIME-NOW <= 175959
               MOVE 'D' TO WS-SHIFT
           ELSE
               MOVE 'N' TO WS-SHIFT
           END-IF
           MOVE SVC-CODE TO ONCL-SVC-CODE
           MOVE WS-TODAY TO ONCL-DATE
           MOVE WS-SHIFT TO ONCL-SHIFT
           READ ONCL-FILE
               INVALID KEY
                   GO TO 325-EXIT
           END-READ
           IF ONCL-REGION NOT = SPACES AND ONCL-CODE NOT = SPACES
               MOVE ONCL-REGION TO KEY1(1:2)
               MOVE ONCL-CODE TO KEY1(3:4)
               READ NAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SHORT-NAME TO TKT-CONTACT
                       MOVE REGION-CODE TO TKT-REGION
                       MOVE ONCL-REGION TO WS-ROUTE-REGION
                       MOVE 'Y' TO WS-ROSTERED
               END-READ
           END-IF.
       325-EXIT.
           EXIT.

      *    Opening line naming the original ticket and its closer,
      *    then the customer's own words off the survey.
       340-ADD-OPENING-LINES.
           MOVE SPACES TO TICKD-REC
           MOVE WS-NEW-TICKET TO TICKD-TICKET-NUM
           MOVE 1 TO TICKD-SEQ-NUM
           MOVE 'SVYRSP01' TO TICKD-ENTERED-BY
           MOVE WS-TODAY TO TICKD-ENTERED-DATE
           MOVE WS-TIME-NOW TO TICKD-ENTERED-TIME
           MOVE ZERO TO TICKD-MINUTES
           STRING 'Survey score ' SRVY-SCORE ' on ticket '
                  WS-ORIG-TICKET ' closed by ' WS-CLOSER
               DELIMITED BY SIZE INTO TICKD-TEXT
           END-STRING
           WRITE TICKD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF SRVY-COMMENT NOT = SPACES
               ADD 1 TO TICKD-SEQ-NUM
               MOVE SRVY-COMMENT TO TICKD-TEXT
               WRITE TICKD-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF TKT-PENDING-APPROVAL
               ADD 1 TO TICKD-SEQ-NUM
               MOVE 'Pending approval' TO TICKD-TEXT
               WRITE TICKD-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       340-EXIT.
           EXIT.

      *    Append one work-log line to WS-LOG-TICKET - next free
      *    sequence by the same forward walk APPRPL01's
      *    340-ADD-DETAIL-LINE uses.
       350-APPEND-LOG-LINE.
           MOVE SPACES TO SEQX-LAST
           MOVE 'N' TO WS-DTL-EOF
           MOVE WS-LOG-TICKET TO TICKD-TICKET-NUM
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
                   IF TICKD-TICKET-NUM = WS-LOG-TICKET
                       MOVE TICKD-SEQ-NUM-X TO SEQX-LAST
                   ELSE
                       MOVE 'Y' TO WS-DTL-EOF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 905-NEXT-SEQX
           IF SEQX-FULL = 'Y'
               GO TO 350-EXIT
           END-IF
           MOVE SPACES TO TICKD-REC
           MOVE WS-LOG-TICKET TO TICKD-TICKET-NUM
           MOVE SEQX-NEXT TO TICKD-SEQ-NUM-X
           MOVE 'SVYRSP01' TO TICKD-ENTERED-BY
           MOVE WS-TODAY TO TICKD-ENTERED-DATE
           MOVE WS-TIME-NOW TO TICKD-ENTERED-TIME
           MOVE ZERO TO TICKD-MINUTES
           MOVE WS-LOG-TEXT TO TICKD-TEXT
           WRITE TICKD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       350-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-REC-COUNT TO TL-COUNT
           MOVE WS-POST-COUNT TO TL-POST
           MOVE WS-REJECT-COUNT TO TL-REJECT
           MOVE WS-RECOVER-COUNT TO TL-RECOVER
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'SVYRSP01 - POSTED: ' WS-POST-COUNT
               ' REJECTED: ' WS-REJECT-COUNT
               ' RECOVERY TICKETS: ' WS-RECOVER-COUNT
           CLOSE SVYIN-FILE
           CLOSE SRVY-FILE
           CLOSE TKT-FILE
           CLOSE TICKD-FILE
           CLOSE TKTC-FILE
           CLOSE SVC-FILE
           IF WS-UPRF-OPEN = 'Y'
               CLOSE UPRF-FILE
           END-IF
           IF WS-TKWA-OPEN = 'Y'
               CLOSE TKWA-FILE
           END-IF
           IF WS-BDAY-OPEN = 'Y'
               CLOSE BDAY-FILE
           END-IF
           IF WS-BHRS-OPEN = 'Y'
               CLOSE BHRS-FILE
           END-IF
           IF WS-ONCL-OPEN = 'Y'
               CLOSE ONCL-FILE
           END-IF
           CLOSE NAM-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

      *    Next work-log sequence from the last key seen - the shared
      *    TKDNXSQ1 increment. See TKDSEQW1.
       905-NEXT-SEQX.
           COPY TKDNXSQ1.
           CONTINUE.
       905-EXIT.
           EXIT.
