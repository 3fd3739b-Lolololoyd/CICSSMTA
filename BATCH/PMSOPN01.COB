       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMSOPN01.
      ******************************************************************
      *DESCRIPTION: Nightly preventive-maintenance ticket open - walks  *
      *             the pmsc0001 schedule maintained on SM0046 and,     *
      *             for every active entry whose frequency falls due    *
      *             today, opens its routine ticket the way TKTOPN01    *
      *             opens a feed ticket: next number off the tktc0001   *
      *             control record, tktm0001 master written under the   *
      *             entry's service code honoring the catalog's         *
      *             approval requirement, the SLA due date stamped      *
      *             from svcc0001 in business days, roster/routing-     *
      *             rule/site-default contact routing (the 228-ROUTE-   *
      *             CONTACT order), and the opening tktd0001 work-log   *
      *             line plus the entry's description lines.            *
      *             A due day that is a weekend or a bday0001 non-      *
      *             working day for the service's routing region opens  *
      *             nothing: an entry marked S skips that occurrence,   *
      *             one marked R (the default) has it opened on the     *
      *             next working day - the run on a working day looks   *
      *             back over the non-working days just past for an     *
      *             occurrence not yet opened. An entry naming an       *
      *             unknown requestor or an unknown/inactive service    *
      *             is rejected on the report and opens nothing.        *
      *    Restart: each entry is stamped with the run date as it       *
      *    opens (PMSC-LAST-DATE), so a rerun after an abend skips      *
      *    every entry already opened today and picks up the rest -     *
      *    no checkpoint count is needed. The run is stamped STARTED    *
      *    and COMPLETED on RUNCTL01 like every other updating job.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMSC-FILE ASSIGN TO PMSC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMSC-ID
               FILE STATUS IS WS-PMSC-STATUS.
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
           SELECT UAF-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UAF-USERID
               FILE STATUS IS WS-UAF-STATUS.
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
           SELECT RESTART-FILE ASSIGN TO RUNCTL01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESTART-JOB-ID
               FILE STATUS IS WS-RESTART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PMSC-FILE
           RECORD CONTAINS 280 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PMSC-REC.
           COPY PMSC0001.

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

       FD  UAF-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UAF-REC.
           05  UAF-USERID                PIC X(08).
           05  FILLER                    PIC X(33).

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
       01  REPORT-LINE                   PIC X(132).

       FD  RESTART-FILE
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RESTART-REC.
           COPY RUNCTL01 REPLACING LEADING ==RUNCTL-== BY
               ==RESTART-==.

       WORKING-STORAGE SECTION.
       01  WS-PMSC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-TKTC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UAF-STATUS                 PIC X(02) VALUE SPACES.
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
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-JOB-ID                     PIC X(08) VALUE 'PMSOPN01'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT                  PIC S9(9) VALUE ZERO.
       01  WS-TIME-NOW                   PIC 9(06) VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-OPEN-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-DEFER-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       01  WS-RESULT                     PIC X(09) VALUE SPACES.
      *    Calendar work - the occurrence being tested, its date
      *    broken out, and the region whose holidays apply.
       01  WS-CAL-REGION                 PIC X(02) VALUE '**'.
       01  WS-CHK-INT                    PIC S9(9) VALUE ZERO.
       01  WS-CHK-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-CHK-DATE-X REDEFINES WS-CHK-DATE.
           05  WS-CHK-YYYY               PIC 9(04).
           05  WS-CHK-MM                 PIC 9(02).
           05  WS-CHK-DD                 PIC 9(02).
       01  WS-NEXT-MONTH                 PIC 9(08) VALUE ZERO.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05  WS-NXT-YYYY               PIC 9(04).
           05  WS-NXT-MM                 PIC 9(02).
           05  WS-NXT-DD                 PIC 9(02).
       01  WS-MONTH-END                  PIC 9(08) VALUE ZERO.
       01  WS-MONTH-END-X REDEFINES WS-MONTH-END.
           05  FILLER                    PIC 9(06).
           05  WS-LAST-DD                PIC 9(02).
       01  WS-WANT-DD                    PIC 9(02) VALUE ZERO.
       01  WS-WANT-DOW                   PIC S9(4) VALUE ZERO.
       01  WS-BD-DOW                     PIC S9(4) VALUE ZERO.
       01  WS-QTR-POS                    PIC S9(4) VALUE ZERO.
       01  WS-WORKDAY                    PIC X(01) VALUE 'N'.
       01  WS-DUE                        PIC X(01) VALUE 'N'.
       01  WS-OPEN-IT                    PIC X(01) VALUE 'N'.
       01  WS-OCCUR-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-LOOKBACK                   PIC 9(02) VALUE ZERO.
       01  WS-LOOKBACK-MAX               PIC 9(02) VALUE 31.
      *    Ticket-open work, as TKTOPN01 carries it.
       01  WS-DUE-INT                    PIC S9(9) VALUE ZERO.
       01  WS-BD-REMAINING               PIC S9(4) VALUE ZERO.
       01  WS-SERIES-ORD                 PIC S9(4) VALUE ZERO.
       01  WS-SERIES-NUM5                PIC 9(05) VALUE ZERO.
       01  WS-SHIFT                      PIC X(01) VALUE 'D'.
       01  WS-ROSTERED                   PIC X(01) VALUE 'N'.
       01  WS-ROUTE-REGION               PIC X(02) VALUE '**'.
       01  WS-DTL-SEQ                    PIC 9(03) VALUE ZERO.
       01  WS-DESC-IDX                   PIC 9(01) VALUE ZERO.
       01  WS-DEFAULT-CONTACT-KEY.
           05  WS-DEFAULT-CONTACT-REGION PIC X(02) VALUE 'HQ'.
           05  WS-DEFAULT-CONTACT-CODE   PIC X(04) VALUE 'HELP'.

       01  WS-HEAD1.
           05  FILLER                    PIC X(45) VALUE
               'PREVENTIVE-MAINTENANCE TICKET OPEN'.
           05  FILLER                    PIC X(87) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-PMSC-ID                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-SVC-CODE               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-RESULT                 PIC X(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TICKET                 PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-REASON                 PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-SUMMARY                PIC X(40).
           05  FILLER                    PIC X(21) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(16) VALUE
               'ENTRIES READ:'.
           05  TL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE '  OPENED:'.
           05  TL-OPEN                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  REJECTED:'.
           05  TL-REJECT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(14) VALUE
               '  NOT WORKING:'.
           05  TL-DEFER                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-SCHEDULE UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-TIME6 TO WS-TIME-NOW
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN I-O PMSC-FILE
           IF WS-PMSC-STATUS NOT = '00'
               DISPLAY 'PMSOPN01 - ERROR OPENING PMSC0001, STATUS='
                   WS-PMSC-STATUS
               STOP RUN
           END-IF
           OPEN I-O TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'PMSOPN01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           OPEN I-O TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'PMSOPN01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TICKD-STATUS
               STOP RUN
           END-IF
           OPEN I-O TKTC-FILE
           IF WS-TKTC-STATUS NOT = '00'
               DISPLAY 'PMSOPN01 - ERROR OPENING TKTC0001, STATUS='
                   WS-TKTC-STATUS
               STOP RUN
           END-IF
           OPEN INPUT UAF-FILE
           IF WS-UAF-STATUS NOT = '00'
               DISPLAY 'PMSOPN01 - ERROR OPENING UAF00001, STATUS='
                   WS-UAF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT SVC-FILE
           IF WS-SVC-STATUS NOT = '00'
               DISPLAY 'PMSOPN01 - ERROR OPENING SVCC0001, STATUS='
                   WS-SVC-STATUS
               STOP RUN
           END-IF
      *    The routing target is tunable through the DFLTCNCT site
      *    parameter, same as TKTOPN01 and SM0013 online.
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
           IF WS-ONCL-STATUS = '00'
               MOVE 'Y' TO WS-ONCL-OPEN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'PMSOPN01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PMSOPN01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 115-STAMP-STARTED
           WRITE REPORT-LINE FROM WS-HEAD1
           MOVE LOW-VALUES TO PMSC-ID
           START PMSC-FILE KEY NOT LESS THAN PMSC-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM 210-READ-SCHEDULE
           END-IF.
       100-EXIT.
           EXIT.

      *    Stamp this run STARTED on the shared run-control record -
      *    same convention as every other job on RUNCTL01.
       115-STAMP-STARTED.
           OPEN I-O RESTART-FILE
           IF WS-RESTART-STATUS = '35'
               OPEN OUTPUT RESTART-FILE
               CLOSE RESTART-FILE
               OPEN I-O RESTART-FILE
           END-IF
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           READ RESTART-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           MOVE SPACES TO RESTART-LAST-KEY
           MOVE ZERO TO RESTART-COUNT
           SET RESTART-STARTED TO TRUE
           MOVE WS-RUN-STAMP-DATE TO RESTART-START-DATE
           MOVE WS-RUN-TIME6 TO RESTART-START-TIME
           MOVE ZERO TO RESTART-END-DATE RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE.
       115-EXIT.
           EXIT.

       200-PROCESS-SCHEDULE.
           ADD 1 TO WS-REC-COUNT
           PERFORM 220-APPLY-ENTRY THRU 220-EXIT
           PERFORM 210-READ-SCHEDULE.
       200-EXIT.
           EXIT.

       210-READ-SCHEDULE.
           READ PMSC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    An inactive entry, or one already opened by an earlier run
      *    today, is passed over without a report line.
       220-APPLY-ENTRY.
           IF NOT PMSC-IS-ACTIVE
               GO TO 220-EXIT
           END-IF
           IF PMSC-LAST-DATE NOT NUMERIC
               MOVE ZERO TO PMSC-LAST-DATE
           END-IF
           IF PMSC-LAST-DATE >= WS-TODAY
               GO TO 220-EXIT
           END-IF
           PERFORM 240-VALIDATE-ENTRY
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED' TO WS-RESULT
               MOVE SPACES TO TKT-NUM
               PERFORM 260-REPORT-ENTRY
               GO TO 220-EXIT
           END-IF
      *    The service's routing region decides whose holidays count;
      *    an unrouted service keeps to the global calendar.
           IF SVC-ROUTE-REGION NOT = SPACES
               MOVE SVC-ROUTE-REGION TO WS-CAL-REGION
           ELSE
               MOVE '**' TO WS-CAL-REGION
           END-IF
           PERFORM 230-DECIDE-OPEN THRU 230-EXIT
           IF WS-OPEN-IT = 'Y'
               PERFORM 300-OPEN-TICKET
               MOVE WS-TODAY TO PMSC-LAST-DATE
               MOVE TKT-NUM TO PMSC-LAST-TICKET
               REWRITE PMSC-REC
                   INVALID KEY
                       DISPLAY 'PMSOPN01 - REWRITE FAILED FOR '
                           PMSC-ID
               END-REWRITE
               ADD 1 TO WS-OPEN-COUNT
               MOVE 'OPENED' TO WS-RESULT
               PERFORM 260-REPORT-ENTRY
           END-IF.
       220-EXIT.
           EXIT.

      *    Today opens the entry when today is a working day and
      *    either today is a due day, or (roll-forward entries) a due
      *    day fell on one of the non-working days since the last
      *    working day and has not been opened yet. A due day that is
      *    itself non-working is reported and left for the roll.
       230-DECIDE-OPEN.
           MOVE 'N' TO WS-OPEN-IT
           MOVE ZERO TO WS-OCCUR-DATE
           MOVE WS-TODAY-INT TO WS-CHK-INT
           PERFORM 400-TEST-WORKDAY THRU 400-EXIT
           PERFORM 410-TEST-DUE THRU 410-EXIT
           IF WS-WORKDAY NOT = 'Y'
               IF WS-DUE = 'Y'
                   ADD 1 TO WS-DEFER-COUNT
                   MOVE SPACES TO TKT-NUM
                   IF PMSC-NONWORK-SKIP
                       MOVE 'SKIPPED' TO WS-RESULT
                       MOVE 'NON-WORKING DAY - SKIPPED'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE 'DEFERRED' TO WS-RESULT
                       MOVE 'NON-WORKING DAY - ROLLS FORWARD'
                           TO WS-REJECT-REASON
                   END-IF
                   PERFORM 260-REPORT-ENTRY
               END-IF
               GO TO 230-EXIT
           END-IF
           IF WS-DUE = 'Y'
               MOVE 'Y' TO WS-OPEN-IT
               MOVE WS-TODAY TO WS-OCCUR-DATE
               GO TO 230-EXIT
           END-IF
           IF NOT PMSC-NONWORK-ROLL
               GO TO 230-EXIT
           END-IF
           MOVE ZERO TO WS-LOOKBACK
           MOVE 'N' TO WS-WORKDAY
           PERFORM UNTIL WS-OPEN-IT = 'Y'
                   OR WS-LOOKBACK >= WS-LOOKBACK-MAX
               SUBTRACT 1 FROM WS-CHK-INT
               ADD 1 TO WS-LOOKBACK
               PERFORM 400-TEST-WORKDAY THRU 400-EXIT
               IF WS-WORKDAY = 'Y'
                   MOVE WS-LOOKBACK-MAX TO WS-LOOKBACK
               ELSE
                   PERFORM 410-TEST-DUE THRU 410-EXIT
                   IF WS-DUE = 'Y' AND WS-CHK-DATE > PMSC-LAST-DATE
                       MOVE 'Y' TO WS-OPEN-IT
                       MOVE WS-CHK-DATE TO WS-OCCUR-DATE
                   END-IF
               END-IF
           END-PERFORM.
       230-EXIT.
           EXIT.

      *    The same checks TKTOPN01 makes of a feed request, so a
      *    schedule entry edited on SM0046 before a service was
      *    retired is caught here rather than opening a dead ticket.
       240-VALIDATE-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE PMSC-REQUESTOR TO UAF-USERID
           READ UAF-FILE
               INVALID KEY
                   MOVE 'UNKNOWN REQUESTOR' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               MOVE PMSC-SVC-CODE TO SVC-CODE
               READ SVC-FILE
                   INVALID KEY
                       MOVE 'UNKNOWN SERVICE CODE' TO WS-REJECT-REASON
               END-READ
               IF WS-REJECT-REASON = SPACES AND NOT SVC-IS-ACTIVE
                   MOVE 'SERVICE CODE INACTIVE' TO WS-REJECT-REASON
               END-IF
           END-IF.
       240-EXIT.
           EXIT.

       260-REPORT-ENTRY.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PMSC-ID TO DL-PMSC-ID
           MOVE PMSC-SVC-CODE TO DL-SVC-CODE
           MOVE WS-RESULT TO DL-RESULT
           MOVE TKT-NUM TO DL-TICKET
           MOVE WS-REJECT-REASON TO DL-REASON
           MOVE PMSC-SUMMARY TO DL-SUMMARY
           IF WS-RESULT = 'OPENED' AND WS-OCCUR-DATE NOT = WS-TODAY
               STRING 'ROLLED FROM ' WS-OCCUR-DATE
                   DELIMITED BY SIZE INTO DL-REASON
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-REJECT-REASON.
       260-EXIT.
           EXIT.

      *    The creation sequence TKTOPN01's 300-OPEN-TICKET uses -
      *    next number off the control record, master written with
      *    the service's approval requirement, routing first and then
      *    the business-day due date on the routed region's calendar.
       300-OPEN-TICKET.
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
           MOVE PMSC-REQUESTOR TO TKT-REQUESTOR
           MOVE SVC-CODE TO TKT-SVC-CODE
           MOVE SVC-TEAM-CODE TO TKT-TEAM-CODE
      *    Routine work - it is planned, so it opens at low priority.
           MOVE '3' TO TKT-PRIORITY
           MOVE PMSC-SUMMARY TO TKT-SUMMARY
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
           MOVE PMSC-ID TO TKT-PMSC-ID
           PERFORM 310-ROUTE-CONTACT THRU 310-EXIT
           IF SVC-RESOL-DAYS IS NUMERIC AND SVC-RESOL-DAYS > ZERO
               MOVE WS-TODAY-INT TO WS-DUE-INT
               MOVE SVC-RESOL-DAYS TO WS-BD-REMAINING
               PERFORM UNTIL WS-BD-REMAINING = ZERO
                   ADD 1 TO WS-DUE-INT
                   COMPUTE WS-BD-DOW = FUNCTION MOD(WS-DUE-INT 7)
                   IF WS-BD-DOW >= 1 AND WS-BD-DOW <= 5
                       PERFORM 305-CHECK-HOLIDAY
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
           PERFORM 306-STAMP-HOUR-TARGETS THRU 306-EXIT
           WRITE TKT-REC
               INVALID KEY
                   DISPLAY 'PMSOPN01 - DUPLICATE TICKET KEY ' TKT-NUM
           END-WRITE
           PERFORM 320-ADD-DETAIL-LINES.
       300-EXIT.
           EXIT.

      *    Regional probe first, global '**' as the fall-back - the
      *    dual read every calendar consumer makes.
       305-CHECK-HOLIDAY.
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

      *    The oncl0001 roster entry for this service, today, this
      *    shift wins - same order as SM0013's 228-ROUTE-CONTACT.
      *    Then the service's routing rule; a blank rule falls back to
      *    the site default contact. The routed region is kept for
      *    the due-date calendar.
       310-ROUTE-CONTACT.
           MOVE '**' TO WS-ROUTE-REGION
           PERFORM 315-ROSTER-LOOKUP THRU 315-EXIT
           IF WS-ROSTERED = 'Y'
               GO TO 310-EXIT
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
       310-EXIT.
           EXIT.

      *    Day shift is 0800-1759, night the rest - the same split
      *    229-ROSTER-LOOKUP uses online.
       315-ROSTER-LOOKUP.
           MOVE 'N' TO WS-ROSTERED
           IF WS-ONCL-OPEN NOT = 'Y'
               GO TO 315-EXIT
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
                   GO TO 315-EXIT
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
       315-EXIT.
           EXIT.

      *    Opening line naming the schedule entry (and the due day a
      *    rolled occurrence belonged to), then each non-blank
      *    description line in order.
       320-ADD-DETAIL-LINES.
           MOVE SPACES TO TICKD-REC
           MOVE TKT-NUM TO TICKD-TICKET-NUM
           MOVE 1 TO TICKD-SEQ-NUM
           MOVE 'PMSOPN01' TO TICKD-ENTERED-BY
           MOVE WS-TODAY TO TICKD-ENTERED-DATE
           MOVE WS-TIME-NOW TO TICKD-ENTERED-TIME
           MOVE ZERO TO TICKD-MINUTES
           IF WS-OCCUR-DATE = WS-TODAY
               STRING 'Ticket opened from maintenance schedule '
                      PMSC-ID
                   DELIMITED BY SIZE INTO TICKD-TEXT
               END-STRING
           ELSE
               STRING 'Opened from maintenance schedule ' PMSC-ID
                      ' due ' WS-OCCUR-DATE
                   DELIMITED BY SIZE INTO TICKD-TEXT
               END-STRING
           END-IF
           WRITE TICKD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF TKT-PENDING-APPROVAL
               ADD 1 TO TICKD-SEQ-NUM
               MOVE 'Pending approval' TO TICKD-TEXT
               WRITE TICKD-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           PERFORM VARYING WS-DESC-IDX FROM 1 BY 1
                   UNTIL WS-DESC-IDX > 3
               IF PMSC-DESC(WS-DESC-IDX) NOT = SPACES
                   ADD 1 TO TICKD-SEQ-NUM
                   MOVE PMSC-DESC(WS-DESC-IDX) TO TICKD-TEXT
                   WRITE TICKD-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.

      *    Working day: Monday to Friday and not a bday0001 non-
      *    working day for the calendar region (regional entry first,
      *    then '**'). Day of week from the integer date - 1 is
      *    Monday, 0 Sunday, the arithmetic TKTOPN01 steps with.
       400-TEST-WORKDAY.
           MOVE 'N' TO WS-WORKDAY
           COMPUTE WS-BD-DOW = FUNCTION MOD(WS-CHK-INT 7)
           COMPUTE WS-CHK-DATE = FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
           IF WS-BD-DOW < 1 OR WS-BD-DOW > 5
               GO TO 400-EXIT
           END-IF
           MOVE 'Y' TO WS-WORKDAY
           IF WS-BDAY-OPEN NOT = 'Y'
               GO TO 400-EXIT
           END-IF
           MOVE WS-CAL-REGION TO BDAY-REGION
           MOVE WS-CHK-DATE TO BDAY-DATE
           READ BDAY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BDAY-STATUS NOT = '00'
               AND WS-CAL-REGION NOT = '**'
               MOVE '**' TO BDAY-REGION
               READ BDAY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-BDAY-STATUS = '00'
               MOVE 'N' TO WS-WORKDAY
           END-IF.
       400-EXIT.
           EXIT.

      *    Is WS-CHK-INT one of the entry's due days? A monthly or
      *    quarterly day past the month's end falls on its last day,
      *    so "the 31st" still happens in April.
       410-TEST-DUE.
           MOVE 'N' TO WS-DUE
           COMPUTE WS-CHK-DATE = FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
           EVALUATE TRUE
           WHEN PMSC-DAILY
               MOVE 'Y' TO WS-DUE
           WHEN PMSC-WEEKLY
               COMPUTE WS-BD-DOW = FUNCTION MOD(WS-CHK-INT 7)
               COMPUTE WS-WANT-DOW = FUNCTION MOD(PMSC-WEEKDAY 7)
               IF WS-BD-DOW = WS-WANT-DOW
                   MOVE 'Y' TO WS-DUE
               END-IF
           WHEN PMSC-MONTHLY OR PMSC-QUARTERLY
               IF PMSC-QUARTERLY
                   COMPUTE WS-QTR-POS =
                       FUNCTION MOD(WS-CHK-MM - 1, 3) + 1
                   IF WS-QTR-POS NOT = PMSC-QTR-MONTH
                       GO TO 410-EXIT
                   END-IF
               END-IF
               MOVE WS-CHK-YYYY TO WS-NXT-YYYY
               COMPUTE WS-NXT-MM = WS-CHK-MM + 1
               MOVE 1 TO WS-NXT-DD
               IF WS-CHK-MM = 12
                   ADD 1 TO WS-NXT-YYYY
                   MOVE 1 TO WS-NXT-MM
               END-IF
               COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
               MOVE PMSC-MONTH-DAY TO WS-WANT-DD
               IF WS-WANT-DD > WS-LAST-DD
                   MOVE WS-LAST-DD TO WS-WANT-DD
               END-IF
               IF WS-CHK-DD = WS-WANT-DD
                   MOVE 'Y' TO WS-DUE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       410-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-REC-COUNT TO TL-COUNT
           MOVE WS-OPEN-COUNT TO TL-OPEN
           MOVE WS-REJECT-COUNT TO TL-REJECT
           MOVE WS-DEFER-COUNT TO TL-DEFER
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'PMSOPN01 - ENTRIES: ' WS-REC-COUNT
               ' OPENED: ' WS-OPEN-COUNT
               ' REJECTED: ' WS-REJECT-COUNT
               ' NOT WORKING: ' WS-DEFER-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           MOVE WS-OPEN-COUNT TO RESTART-COUNT
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-STAMP-DATE TO RESTART-END-DATE
           MOVE WS-RUN-TIME6 TO RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           CLOSE PMSC-FILE
           CLOSE TKT-FILE
           CLOSE TICKD-FILE
           CLOSE TKTC-FILE
           CLOSE UAF-FILE
           CLOSE SVC-FILE
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
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.
