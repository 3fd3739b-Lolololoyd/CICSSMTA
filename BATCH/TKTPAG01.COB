       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTPAG01.
      ******************************************************************
      *DESCRIPTION: Priority-1 pager page-out - run every few minutes  *
      *             round the clock. Pages the on-call contact through *
      *             the PGOUT pager-gateway file when a priority-1     *
      *             ticket opens (episode O) or breaches (episode B -  *
      *             TKTSLA01 has escalated it, or flagged its response *
      *             target missed), and follows each page on pgst0001  *
      *             until somebody answers:                            *
      *               1. PGACK acknowledgments the gateway sent back   *
      *                  are applied - the episode the page reference  *
      *                  names goes ACKNOWLEDGED. An undeliverable     *
      *                  page counts as timed out at once.             *
      *               2. Every episode still waiting is checked - a    *
      *                  ticket no longer live at priority 1 stands    *
      *                  the paging down; a page unanswered after      *
      *                  PAGEACKM minutes is re-paged to the same      *
      *                  contact PAGERPTS times, then the next contact *
      *                  on the service's svcc0001 paging ladder is    *
      *                  paged, until the ladder runs out (EXHAUSTED). *
      *               3. The live tickets are swept down the status    *
      *                  alternate key for priority-1s that have no    *
      *                  episode yet, and the first page goes out.     *
      *             Step 0 of the ladder is the oncl0001 roster entry  *
      *             for the service, today, this shift - the routed    *
      *             contact stamped on the ticket when no roster entry *
      *             covers now. A contact is paged at the PHONE on its *
      *             NAMEFILE entry, decrypted with the nkey0001 key    *
      *             version it carries; a contact with no phone on     *
      *             file is passed over for the next step.             *
      *             Every page, acknowledgment, timeout and stand-down *
      *             is an internal work-log line on the ticket, so the *
      *             postmortem shows who was woken when.               *
      *    Parm SEED records every live priority-1 ticket already in   *
      *    flight as a SEEDED episode without paging anybody - run it  *
      *    once when paging is brought in so the first real run does   *
      *    not wake the desk for last month's tickets.                 *
      *    PGOUT is added to (OPEN EXTEND) so a run before the gateway *
      *    collects does not lose the previous run's pages. No         *
      *    restart/checkpoint handling - every step is driven off      *
      *    pgst0001, so a rerun picks up where the last one stopped    *
      *    and never pages twice for the same timeout.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO PGACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT PAGE-FILE ASSIGN TO PGOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-STATUS.
           SELECT PGST-FILE ASSIGN TO PGST0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGST-KEY
               FILE STATUS IS WS-PGST-STATUS.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKT-NUM
               ALTERNATE RECORD KEY IS TKT-STATUS WITH DUPLICATES
               FILE STATUS IS WS-TKT-STATUS.
           SELECT TICKD-FILE ASSIGN TO TKTD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKD-KEY
               FILE STATUS IS WS-TICKD-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT ONCL-FILE ASSIGN TO ONCL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONCL-KEY
               FILE STATUS IS WS-ONCL-STATUS.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT NKEY-FILE ASSIGN TO NKEY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKEY-ID
               FILE STATUS IS WS-NKEY-STATUS.
           SELECT SITE-FILE ASSIGN TO SITE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-PARM-ID
               FILE STATUS IS WS-SITE-STATUS.
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
      *    One acknowledgment per answered (or undeliverable) page -
      *    the page reference PGOUT carried, echoed back.
       FD  ACK-FILE
           RECORD CONTAINS 33 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  ACK-REC.
           05  ACK-PAGE-REF.
               10  ACK-TICKET            PIC X(06).
               10  ACK-REASON            PIC X(01).
               10  ACK-PAGE-NUM          PIC X(02).
           05  FILLER                    PIC X(01).
           05  ACK-RESULT                PIC X(01).
               88  ACK-ACKNOWLEDGED      VALUE 'A'.
               88  ACK-UNDELIVERABLE     VALUE 'F'.
           05  FILLER                    PIC X(01).
           05  ACK-REGION                PIC X(02).
           05  ACK-CODE                  PIC X(04).
           05  FILLER                    PIC X(01).
           05  ACK-DATE                  PIC X(08).
           05  ACK-TIME                  PIC X(06).

      *    One page request - who to wake, at what number, and why.
      *    The page reference is what the gateway acknowledges with.
       FD  PAGE-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  PAGE-REC.
           05  PGO-PAGE-REF.
               10  PGO-TICKET            PIC X(06).
               10  PGO-REASON            PIC X(01).
               10  PGO-PAGE-NUM          PIC 9(02).
           05  FILLER                    PIC X(01).
           05  PGO-REGION                PIC X(02).
           05  PGO-CODE                  PIC X(04).
           05  FILLER                    PIC X(01).
           05  PGO-PHONE                 PIC X(24).
           05  FILLER                    PIC X(01).
           05  PGO-NAME                  PIC X(30).
           05  FILLER                    PIC X(01).
           05  PGO-EVENT                 PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGO-SVC-CODE              PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGO-ATTEMPT               PIC 9(01).
           05  FILLER                    PIC X(01).
           05  PGO-DATE                  PIC 9(08).
           05  PGO-TIME                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  PGO-SUMMARY               PIC X(40).
           05  FILLER                    PIC X(04).

       FD  PGST-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PGST-REC.
           COPY PGST0001.

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

       FD  ONCL-FILE
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ONCL-REC.
           COPY ONCL0001.

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

       FD  NKEY-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NKEY-REC.
           COPY NKEY0001.

       FD  SITE-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITE-REC.
           COPY SITEPRM1.

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
       01  WS-ACK-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ACK-OPEN                   PIC X(01) VALUE 'N'.
       01  WS-PAGE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PGST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SVC-OPEN                   PIC X(01) VALUE 'N'.
       01  WS-ONCL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ONCL-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-JOB-ID                     PIC X(08) VALUE 'TKTPAG01'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-MODE                   PIC X(01) VALUE 'P'.
           88  WS-PAGING-RUN             VALUE 'P'.
           88  WS-SEED-RUN               VALUE 'S'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TIME8                      PIC 9(08) VALUE ZERO.
       01  WS-TIME8-X REDEFINES WS-TIME8.
           05  WS-TIME6                  PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
      *    Site parameters - minutes a page waits for its answer and
      *    how many times one contact is re-paged before the ladder
      *    moves on.
       01  WS-ACK-MINUTES                PIC 9(03) VALUE 15.
       01  WS-REPAGES                    PIC 9(01) VALUE 1.
      *    Minutes since 0001-01-01 for now and for the last page -
      *    the timeout arithmetic works across midnight.
       01  WS-NOW-MINUTES                PIC 9(09) VALUE ZERO.
       01  WS-SENT-MINUTES               PIC 9(09) VALUE ZERO.
       01  WS-WAITED                     PIC 9(09) VALUE ZERO.
       01  WS-HHMMSS                     PIC 9(06) VALUE ZERO.
       01  WS-HHMMSS-R REDEFINES WS-HHMMSS.
           05  WS-HH                     PIC 9(02).
           05  WS-MM                     PIC 9(02).
           05  WS-SS                     PIC 9(02).
       01  WS-CLOCK.
           05  WS-CLOCK-HH               PIC 9(02).
           05  FILLER                    PIC X(01) VALUE ':'.
           05  WS-CLOCK-MM               PIC 9(02).
       01  WS-SHIFT                      PIC X(01) VALUE 'D'.
      *    The live statuses swept for new episodes - the same list
      *    TKTSLA01 sweeps. WAITING, CLOSED and REJECTED never page.
       01  WS-STATUS-LIST                PIC X(03) VALUE 'AOP'.
       01  WS-STATUS-LIST-R REDEFINES WS-STATUS-LIST.
           05  WS-SWEEP-STATUS OCCURS 3 TIMES PIC X(01).
       01  WS-ST-IX                      PIC S9(4) COMP VALUE ZERO.
       01  WS-CUR-STATUS                 PIC X(01) VALUE SPACE.
       01  WS-ST-EOF                     PIC X(01) VALUE 'N'.
       01  WS-PGST-EOF                   PIC X(01) VALUE 'N'.
       01  WS-ACK-EOF                    PIC X(01) VALUE 'N'.
       01  WS-DTL-EOF                    PIC X(01) VALUE 'N'.
       01  WS-TKT-FOUND                  PIC X(01) VALUE 'N'.
       01  WS-TKT-LIVE                   PIC X(01) VALUE 'N'.
       01  WS-BREACHED                   PIC X(01) VALUE 'N'.
       01  WS-OPEN-WAITING               PIC X(01) VALUE 'N'.
      *    The contact the current step resolved to, phone decrypted.
       01  WS-PAGEABLE                   PIC X(01) VALUE 'N'.
       01  WS-CT-REGION                  PIC X(02) VALUE SPACES.
       01  WS-CT-CODE                    PIC X(04) VALUE SPACES.
       01  WS-CT-PHONE                   PIC X(24) VALUE SPACES.
       01  WS-CT-NAME                    PIC X(30) VALUE SPACES.
       01  WS-CT-FROM                    PIC X(12) VALUE SPACES.
       01  WS-EPISODE-KEY                PIC X(07) VALUE SPACES.
       01  WS-SEQX-WORK.
           COPY TKDSEQW1.
       01  WS-LOG-TEXT                   PIC X(60) VALUE SPACES.
       01  WS-EVENT                      PIC X(06) VALUE SPACES.
       01  WS-RESULT                     PIC X(40) VALUE SPACES.
       01  WS-NUM-EDIT                   PIC Z9.
       01  WS-MIN-EDIT                   PIC ZZZZ9.
       01  WS-MIN-TEXT                   PIC X(05) VALUE SPACES.
       01  WS-ACK-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-ACKED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-UNDLV-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-UNMATCH-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-PAGE-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-REPAGE-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-LADDER-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-EXHAUST-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-STOOD-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-SEED-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'PRIORITY-1 PAGER PAGE-OUT'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(08) VALUE 'TICKET'.
           05  FILLER                    PIC X(08) VALUE 'EVENT'.
           05  FILLER                    PIC X(10) VALUE 'CONTACT'.
           05  FILLER                    PIC X(32) VALUE 'NAME'.
           05  FILLER                    PIC X(74) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  DL-TICKET                 PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-EVENT                  PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-REGION                 PIC X(02).
           05  DL-CODE                   PIC X(04).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  DL-NAME                   PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-RESULT                 PIC X(40).
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  WS-TOTAL-LINE1.
           05  FILLER                    PIC X(12) VALUE 'ACKS READ:'.
           05  TL-ACKS                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(16) VALUE
               '  ACKNOWLEDGED:'.
           05  TL-ACKED                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(17) VALUE
               '  UNDELIVERABLE:'.
           05  TL-UNDLV                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  UNMATCHED:'.
           05  TL-UNMATCH                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(46) VALUE SPACES.

       01  WS-TOTAL-LINE2.
           05  FILLER                    PIC X(12) VALUE 'FIRST PAGES:'.
           05  TL-PAGES                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE
               '  RE-PAGES:'.
           05  TL-REPAGES                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE
               '  LADDERED:'.
           05  TL-LADDER                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  EXHAUSTED:'.
           05  TL-EXHAUST                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(15) VALUE
               '  STOOD DOWN:'.
           05  TL-STOOD                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE
               '  SEEDED:'.
           05  TL-SEEDED                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 115-STAMP-STARTED
           IF WS-PAGING-RUN
               PERFORM 200-APPLY-ACKS UNTIL WS-ACK-EOF = 'Y'
               PERFORM 300-FOLLOW-EPISODES
           END-IF
           PERFORM 500-SWEEP-ONE-STATUS
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > 3
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME8 FROM TIME
           MOVE WS-TIME6 TO WS-HHMMSS
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) * 1440
               + WS-HH * 60 + WS-MM
           IF WS-TIME6 >= 080000 AND WS-TIME6 <= 175959
               MOVE 'D' TO WS-SHIFT
           ELSE
               MOVE 'N' TO WS-SHIFT
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(WS-PARM) = 'SEED'
               SET WS-SEED-RUN TO TRUE
           END-IF
           OPEN I-O PGST-FILE
           IF WS-PGST-STATUS = '35'
               OPEN OUTPUT PGST-FILE
               CLOSE PGST-FILE
               OPEN I-O PGST-FILE
           END-IF
           IF WS-PGST-STATUS NOT = '00'
               DISPLAY 'TKTPAG01 - ERROR OPENING PGST0001, STATUS='
                   WS-PGST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'TKTPAG01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'TKTPAG01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TICKD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'TKTPAG01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
      *    No catalog means no ladder, no roster means the routed
      *    contact on the ticket is step 0 - paging still goes out.
           OPEN INPUT SVC-FILE
           IF WS-SVC-STATUS = '00'
               MOVE 'Y' TO WS-SVC-OPEN
           END-IF
           OPEN INPUT ONCL-FILE
           IF WS-ONCL-STATUS = '00'
               MOVE 'Y' TO WS-ONCL-OPEN
           END-IF
           PERFORM 120-READ-SITE-PARMS THRU 120-EXIT
      *    The gateway may not have answered anything since the last
      *    run - no acknowledgment file is an empty one.
           IF WS-PAGING-RUN
               OPEN INPUT ACK-FILE
               IF WS-ACK-STATUS = '00'
                   MOVE 'Y' TO WS-ACK-OPEN
                   PERFORM 210-READ-ACK
               ELSE
                   MOVE 'Y' TO WS-ACK-EOF
               END-IF
           END-IF
           OPEN EXTEND PAGE-FILE
           IF WS-PAGE-STATUS = '35'
               OPEN OUTPUT PAGE-FILE
           END-IF
           IF WS-PAGE-STATUS NOT = '00'
               DISPLAY 'TKTPAG01 - ERROR OPENING PGOUT, STATUS='
                   WS-PAGE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'TKTPAG01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2.
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
           MOVE SPACES TO RESTART-LAST-KEY
           MOVE ZERO TO RESTART-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
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

      *    PAGEACKM and PAGERPTS - a missing or unusable value keeps
      *    the compiled-in default.
       120-READ-SITE-PARMS.
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS NOT = '00'
               GO TO 120-EXIT
           END-IF
           MOVE 'PAGEACKM' TO SITE-PARM-ID
           READ SITE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION NUMVAL(SITE-PARM-VALUE) >= 1
                       AND FUNCTION NUMVAL(SITE-PARM-VALUE) <= 999
                       COMPUTE WS-ACK-MINUTES =
                           FUNCTION NUMVAL(SITE-PARM-VALUE)
                   END-IF
           END-READ
           MOVE 'PAGERPTS' TO SITE-PARM-ID
           READ SITE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION NUMVAL(SITE-PARM-VALUE) >= 0
                       AND FUNCTION NUMVAL(SITE-PARM-VALUE) <= 8
                       COMPUTE WS-REPAGES =
                           FUNCTION NUMVAL(SITE-PARM-VALUE)
                   END-IF
           END-READ
           CLOSE SITE-FILE.
       120-EXIT.
           EXIT.

      ******************************************************************
      *    Step 1 - acknowledgments back from the gateway.             *
      ******************************************************************
       200-APPLY-ACKS.
           ADD 1 TO WS-ACK-COUNT
           PERFORM 220-MATCH-ACK THRU 220-EXIT
           PERFORM 210-READ-ACK.
       200-EXIT.
           EXIT.

       210-READ-ACK.
           READ ACK-FILE
               AT END
                   MOVE 'Y' TO WS-ACK-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    The page reference names the episode. Only an episode still
      *    waiting takes the answer - one already acknowledged, stood
      *    down or exhausted is left as it is. An answer to an earlier
      *    page of the episode still counts: somebody is awake. An
      *    undeliverable page has its sent stamp cleared and its
      *    re-pages used up, so step 2 moves the ladder on this same
      *    run rather than paging a dead number again.
       220-MATCH-ACK.
           MOVE ACK-TICKET TO PGST-TICKET
           MOVE ACK-REASON TO PGST-REASON
           READ PGST-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCH-COUNT
                   GO TO 220-EXIT
           END-READ
           IF NOT PGST-WAITING
               ADD 1 TO WS-UNMATCH-COUNT
               GO TO 220-EXIT
           END-IF
           MOVE PGST-TICKET TO TKT-NUM
           PERFORM 420-SET-EVENT
           IF ACK-UNDELIVERABLE
               ADD 1 TO WS-UNDLV-COUNT
               MOVE ZERO TO PGST-SENT-DATE PGST-SENT-TIME
               MOVE 9 TO PGST-ATTEMPT
               MOVE PGST-REGION TO WS-CT-REGION
               MOVE PGST-CODE TO WS-CT-CODE
               MOVE SPACES TO WS-CT-NAME
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'Page to ' PGST-REGION PGST-CODE
                      ' could not be delivered'
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
               MOVE 'UNDELIVERABLE' TO WS-RESULT
           ELSE
               ADD 1 TO WS-ACKED-COUNT
               SET PGST-ACKNOWLEDGED TO TRUE
               MOVE ACK-REGION TO PGST-ACK-REGION WS-CT-REGION
               MOVE ACK-CODE TO PGST-ACK-CODE WS-CT-CODE
               MOVE SPACES TO WS-CT-NAME
               IF ACK-DATE IS NUMERIC AND ACK-TIME IS NUMERIC
                   MOVE ACK-DATE TO PGST-ACK-DATE
                   MOVE ACK-TIME TO PGST-ACK-TIME
               ELSE
                   MOVE WS-TODAY TO PGST-ACK-DATE
                   MOVE WS-TIME6 TO PGST-ACK-TIME
               END-IF
               MOVE PGST-ACK-TIME TO WS-HHMMSS
               MOVE WS-HH TO WS-CLOCK-HH
               MOVE WS-MM TO WS-CLOCK-MM
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'Page acknowledged by ' PGST-ACK-REGION
                      PGST-ACK-CODE ' at ' WS-CLOCK
                      ' on ' PGST-ACK-DATE
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
               MOVE 'ACKNOWLEDGED' TO WS-RESULT
           END-IF
           REWRITE PGST-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM 700-ADD-DETAIL-LINE
           PERFORM 800-REPORT-ACTION.
       220-EXIT.
           EXIT.

      ******************************************************************
      *    Step 2 - every episode still waiting on an answer.          *
      ******************************************************************
       300-FOLLOW-EPISODES.
           MOVE 'N' TO WS-PGST-EOF
           MOVE LOW-VALUES TO PGST-KEY
           START PGST-FILE KEY NOT LESS THAN PGST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PGST-EOF
           END-START
           PERFORM UNTIL WS-PGST-EOF = 'Y'
               READ PGST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PGST-EOF
               END-READ
               IF WS-PGST-EOF NOT = 'Y' AND PGST-WAITING
                   PERFORM 310-FOLLOW-ONE THRU 310-EXIT
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

      *    A ticket closed, rejected, set WAITING on the requestor or
      *    taken off priority 1 since the page went out needs nobody
      *    woken any more. Otherwise, once the answer is overdue, the
      *    same contact is re-paged while re-pages remain, and then
      *    the ladder moves on a step.
       310-FOLLOW-ONE.
           MOVE PGST-TICKET TO TKT-NUM
           PERFORM 410-READ-TICKET THRU 410-EXIT
           PERFORM 420-SET-EVENT
           IF WS-TKT-LIVE NOT = 'Y'
               SET PGST-STOOD-DOWN TO TRUE
               REWRITE PGST-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-STOOD-COUNT
               MOVE PGST-REGION TO WS-CT-REGION
               MOVE PGST-CODE TO WS-CT-CODE
               MOVE SPACES TO WS-CT-NAME
               MOVE 'STOOD DOWN - NO LONGER LIVE PRIORITY 1'
                   TO WS-RESULT
               PERFORM 800-REPORT-ACTION
               IF WS-TKT-FOUND = 'Y'
                   MOVE 'Paging stood down - ticket no longer live P1'
                       TO WS-LOG-TEXT
                   PERFORM 700-ADD-DETAIL-LINE
               END-IF
               GO TO 310-EXIT
           END-IF
           IF PGST-SENT-DATE IS NUMERIC AND PGST-SENT-DATE > ZERO
               MOVE PGST-SENT-TIME TO WS-HHMMSS
               COMPUTE WS-SENT-MINUTES =
                   FUNCTION INTEGER-OF-DATE(PGST-SENT-DATE) * 1440
                   + WS-HH * 60 + WS-MM
               IF WS-NOW-MINUTES < WS-SENT-MINUTES
                   GO TO 310-EXIT
               END-IF
               COMPUTE WS-WAITED = WS-NOW-MINUTES - WS-SENT-MINUTES
               IF WS-WAITED < WS-ACK-MINUTES
                   GO TO 310-EXIT
               END-IF
               IF WS-WAITED > 99999
                   MOVE 99999 TO WS-WAITED
               END-IF
               MOVE WS-WAITED TO WS-MIN-EDIT
               MOVE FUNCTION TRIM(WS-MIN-EDIT) TO WS-MIN-TEXT
               MOVE SPACES TO WS-LOG-TEXT
               STRING 'No acknowledgment from ' PGST-REGION PGST-CODE
                      ' after ' DELIMITED BY SIZE
                      WS-MIN-TEXT DELIMITED BY SPACE
                      ' min' DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
               PERFORM 700-ADD-DETAIL-LINE
           END-IF
           IF PGST-ATTEMPT <= WS-REPAGES
               MOVE PGST-REGION TO WS-CT-REGION
               MOVE PGST-CODE TO WS-CT-CODE
               PERFORM 440-LOAD-CONTACT THRU 440-EXIT
               IF WS-PAGEABLE = 'Y'
                   ADD 1 TO PGST-ATTEMPT
                   ADD 1 TO WS-REPAGE-COUNT
                   MOVE 'RE-PAGED - NO ACKNOWLEDGMENT' TO WS-RESULT
                   PERFORM 600-SEND-PAGE
                   GO TO 310-EXIT
               END-IF
           END-IF
           ADD 1 TO PGST-STEP
           PERFORM 430-FIND-CONTACT
           IF WS-PAGEABLE = 'Y'
               MOVE 1 TO PGST-ATTEMPT
               ADD 1 TO WS-LADDER-COUNT
               MOVE 'ESCALATED - NEXT ON PAGING LADDER' TO WS-RESULT
               PERFORM 600-SEND-PAGE
           ELSE
               PERFORM 450-EXHAUSTED
           END-IF.
       310-EXIT.
           EXIT.

      *    Live means still on the sweep's status list at priority 1.
       410-READ-TICKET.
           MOVE 'N' TO WS-TKT-FOUND
           MOVE 'N' TO WS-TKT-LIVE
           READ TKT-FILE
               INVALID KEY
                   GO TO 410-EXIT
           END-READ
           MOVE 'Y' TO WS-TKT-FOUND
           IF (TKT-OPEN OR TKT-APPROVED OR TKT-PENDING-APPROVAL)
               AND TKT-PRI-HIGH
               MOVE 'Y' TO WS-TKT-LIVE
           END-IF.
       410-EXIT.
           EXIT.

       420-SET-EVENT.
           IF PGST-ON-BREACH
               MOVE 'BREACH' TO WS-EVENT
           ELSE
               MOVE 'OPENED' TO WS-EVENT
           END-IF.
       420-EXIT.
           EXIT.

      *    Resolve PGST-STEP to a pageable contact, walking on down
      *    the ladder past steps with nobody (or nobody with a phone)
      *    on them. Step 0 is the roster for the service, today, this
      *    shift (day 0800-1759, the routing split), else the contact
      *    routed on the ticket; steps 1-3 the svcc0001 ladder.
       430-FIND-CONTACT.
           MOVE 'N' TO WS-PAGEABLE
           PERFORM UNTIL WS-PAGEABLE = 'Y' OR PGST-STEP > 3
               MOVE SPACES TO WS-CT-REGION WS-CT-CODE
               IF PGST-STEP = ZERO
                   PERFORM 435-ROSTER-CONTACT THRU 435-EXIT
               ELSE
                   IF WS-SVC-OPEN = 'Y'
                       MOVE TKT-SVC-CODE TO SVC-CODE
                       READ SVC-FILE
                           INVALID KEY
                               MOVE SPACES TO SVC-PAGE-LADDER
                       END-READ
                       MOVE SVC-LADDER-REGION(PGST-STEP)
                           TO WS-CT-REGION
                       MOVE SVC-LADDER-CODE(PGST-STEP) TO WS-CT-CODE
                   END-IF
               END-IF
               IF WS-CT-REGION NOT = SPACES AND WS-CT-CODE NOT = SPACES
                   PERFORM 440-LOAD-CONTACT THRU 440-EXIT
               END-IF
               IF WS-PAGEABLE NOT = 'Y'
                   ADD 1 TO PGST-STEP
               END-IF
           END-PERFORM.
       430-EXIT.
           EXIT.

       435-ROSTER-CONTACT.
           IF WS-ONCL-OPEN = 'Y'
               MOVE TKT-SVC-CODE TO ONCL-SVC-CODE
               MOVE WS-TODAY TO ONCL-DATE
               MOVE WS-SHIFT TO ONCL-SHIFT
               READ ONCL-FILE
                   INVALID KEY
                       MOVE SPACES TO ONCL-REGION ONCL-CODE
               END-READ
               IF ONCL-REGION NOT = SPACES AND ONCL-CODE NOT = SPACES
                   MOVE ONCL-REGION TO WS-CT-REGION
                   MOVE ONCL-CODE TO WS-CT-CODE
                   GO TO 435-EXIT
               END-IF
           END-IF
           IF TKT-CONTACT NOT = SPACES
               MOVE TKT-CONTACT TO KEY2
               READ NAM-FILE
                   KEY IS KEY2
                   INVALID KEY
                       GO TO 435-EXIT
               END-READ
               MOVE REGION-CODE TO WS-CT-REGION
               MOVE NAME-CODE TO WS-CT-CODE
           END-IF.
       435-EXIT.
           EXIT.

      *    The NAMEFILE entry for WS-CT-REGION/WS-CT-CODE, decrypted -
      *    pageable when it carries a phone.
       440-LOAD-CONTACT.
           MOVE 'N' TO WS-PAGEABLE
           MOVE SPACES TO WS-CT-PHONE WS-CT-NAME
           MOVE WS-CT-REGION TO REGION-CODE
           MOVE WS-CT-CODE TO NAME-CODE
           READ NAM-FILE
               INVALID KEY
                   GO TO 440-EXIT
           END-READ
           PERFORM 950-DECRYPT-RECORD
           MOVE CONTACT-NAME TO WS-CT-NAME
           IF WS-CT-NAME = SPACES
               MOVE NAME TO WS-CT-NAME
           END-IF
           IF PHONE NOT = SPACES
               MOVE PHONE TO WS-CT-PHONE
               MOVE 'Y' TO WS-PAGEABLE
           END-IF.
       440-EXIT.
           EXIT.

      *    Nobody left to page - the episode stops and the report
      *    flags it for the duty manager.
       450-EXHAUSTED.
           SET PGST-EXHAUSTED TO TRUE
           REWRITE PGST-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-EXHAUST-COUNT
           MOVE SPACES TO WS-CT-REGION WS-CT-CODE WS-CT-NAME
           MOVE '*** LADDER EXHAUSTED - NOBODY ANSWERED ***'
               TO WS-RESULT
           PERFORM 800-REPORT-ACTION
           MOVE 'Paging ladder exhausted - nobody acknowledged'
               TO WS-LOG-TEXT
           PERFORM 700-ADD-DETAIL-LINE.
       450-EXIT.
           EXIT.

      ******************************************************************
      *    Step 3 - live priority-1 tickets with no episode yet.       *
      ******************************************************************
       500-SWEEP-ONE-STATUS.
           MOVE WS-SWEEP-STATUS(WS-ST-IX) TO WS-CUR-STATUS
           MOVE 'N' TO WS-ST-EOF
           MOVE WS-CUR-STATUS TO TKT-STATUS
           READ TKT-FILE KEY IS TKT-STATUS
               INVALID KEY
                   MOVE 'Y' TO WS-ST-EOF
           END-READ
           PERFORM UNTIL WS-ST-EOF = 'Y'
               IF TKT-STATUS NOT = WS-CUR-STATUS
                   MOVE 'Y' TO WS-ST-EOF
               ELSE
                   IF TKT-PRI-HIGH
                       PERFORM 510-CHECK-TICKET THRU 510-EXIT
                   END-IF
                   READ TKT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ST-EOF
                   END-READ
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

      *    The open page goes out once per ticket. The breach page
      *    goes out once the ticket has breached - but not while the
      *    open page is still waiting on its answer, which is already
      *    waking people; it follows on a later run if that episode
      *    ends without the ticket being dealt with.
       510-CHECK-TICKET.
           MOVE 'N' TO WS-OPEN-WAITING
           MOVE TKT-NUM TO PGST-TICKET
           MOVE 'O' TO PGST-REASON
           READ PGST-FILE
               INVALID KEY
                   PERFORM 520-START-EPISODE THRU 520-EXIT
               NOT INVALID KEY
                   IF PGST-WAITING
                       MOVE 'Y' TO WS-OPEN-WAITING
                   END-IF
           END-READ
           MOVE 'N' TO WS-BREACHED
           IF TKT-ESC-LEVEL IS NUMERIC AND TKT-ESC-LEVEL > ZERO
               MOVE 'Y' TO WS-BREACHED
           END-IF
           IF TKT-RESP-ESC IS NUMERIC AND TKT-RESP-ESC > ZERO
               MOVE 'Y' TO WS-BREACHED
           END-IF
           IF TKT-SLA-HRS-BREACHED
               MOVE 'Y' TO WS-BREACHED
           END-IF
           IF WS-BREACHED NOT = 'Y' OR WS-OPEN-WAITING = 'Y'
               GO TO 510-EXIT
           END-IF
           MOVE TKT-NUM TO PGST-TICKET
           MOVE 'B' TO PGST-REASON
           READ PGST-FILE
               INVALID KEY
                   PERFORM 520-START-EPISODE THRU 520-EXIT
           END-READ.
       510-EXIT.
           EXIT.

      *    A new episode for the key in PGST-KEY. A SEED run only
      *    records it; a paging run pages ladder step 0 (or the first
      *    step with somebody on it).
       520-START-EPISODE.
           MOVE PGST-KEY TO WS-EPISODE-KEY
           MOVE SPACES TO PGST-REC
           MOVE WS-EPISODE-KEY TO PGST-KEY
           MOVE ZERO TO PGST-STEP PGST-ATTEMPT PGST-PAGES
           MOVE ZERO TO PGST-SENT-DATE PGST-SENT-TIME
           MOVE ZERO TO PGST-ACK-DATE PGST-ACK-TIME
           MOVE WS-TODAY TO PGST-FIRST-DATE
           MOVE WS-TIME6 TO PGST-FIRST-TIME
           PERFORM 420-SET-EVENT
           IF WS-SEED-RUN
               SET PGST-SEEDED TO TRUE
               WRITE PGST-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-SEED-COUNT
               GO TO 520-EXIT
           END-IF
           SET PGST-WAITING TO TRUE
           PERFORM 430-FIND-CONTACT
           IF WS-PAGEABLE NOT = 'Y'
               SET PGST-EXHAUSTED TO TRUE
               WRITE PGST-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-EXHAUST-COUNT
               MOVE SPACES TO WS-CT-REGION WS-CT-CODE WS-CT-NAME
               MOVE '*** NOBODY PAGEABLE FOR THIS SERVICE ***'
                   TO WS-RESULT
               PERFORM 800-REPORT-ACTION
               MOVE 'Priority-1 page not sent - nobody pageable on call'
                   TO WS-LOG-TEXT
               PERFORM 700-ADD-DETAIL-LINE
               GO TO 520-EXIT
           END-IF
           MOVE 1 TO PGST-ATTEMPT
           WRITE PGST-REC
               INVALID KEY
                   GO TO 520-EXIT
           END-WRITE
           ADD 1 TO WS-PAGE-COUNT
           MOVE 'PAGED' TO WS-RESULT
           PERFORM 600-SEND-PAGE.
       520-EXIT.
           EXIT.

      ******************************************************************
      *    Shared - send a page, log it, report it.                    *
      ******************************************************************
      *    Page the contact loaded in WS-CT-* for the episode in
      *    PGST-REC (ticket in TKT-REC) and stamp the episode.
       600-SEND-PAGE.
           IF PGST-PAGES < 99
               ADD 1 TO PGST-PAGES
           END-IF
           MOVE WS-CT-REGION TO PGST-REGION
           MOVE WS-CT-CODE TO PGST-CODE
           MOVE WS-TODAY TO PGST-SENT-DATE
           MOVE WS-TIME6 TO PGST-SENT-TIME
           REWRITE PGST-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE SPACES TO PAGE-REC
           MOVE PGST-TICKET TO PGO-TICKET
           MOVE PGST-REASON TO PGO-REASON
           MOVE PGST-PAGES TO PGO-PAGE-NUM
           MOVE WS-CT-REGION TO PGO-REGION
           MOVE WS-CT-CODE TO PGO-CODE
           MOVE WS-CT-PHONE TO PGO-PHONE
           MOVE WS-CT-NAME TO PGO-NAME
           MOVE WS-EVENT TO PGO-EVENT
           MOVE TKT-SVC-CODE TO PGO-SVC-CODE
           MOVE PGST-ATTEMPT TO PGO-ATTEMPT
           MOVE WS-TODAY TO PGO-DATE
           MOVE WS-TIME6 TO PGO-TIME
           MOVE TKT-SUMMARY TO PGO-SUMMARY
           WRITE PAGE-REC
           IF PGST-STEP = ZERO
               MOVE '(on call)' TO WS-CT-FROM
           ELSE
               MOVE SPACES TO WS-CT-FROM
               STRING '(ladder ' PGST-STEP ')'
                   DELIMITED BY SIZE INTO WS-CT-FROM
               END-STRING
           END-IF
           MOVE PGST-PAGES TO WS-NUM-EDIT
           MOVE WS-TIME6 TO WS-HHMMSS
           MOVE WS-HH TO WS-CLOCK-HH
           MOVE WS-MM TO WS-CLOCK-MM
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'P1 ' WS-EVENT ' page' WS-NUM-EDIT ' to '
                  WS-CT-REGION WS-CT-CODE ' ' DELIMITED BY SIZE
                  WS-CT-FROM DELIMITED BY '  '
                  ' at ' WS-CLOCK ', try ' PGST-ATTEMPT
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM 700-ADD-DETAIL-LINE
           PERFORM 800-REPORT-ACTION.
       600-EXIT.
           EXIT.

      *    Append one internal work-log line under the job's name -
      *    next free sequence by the same forward walk TKTRPL01's
      *    340-ADD-DETAIL-LINE uses.
       700-ADD-DETAIL-LINE.
           MOVE SPACES TO SEQX-LAST
           MOVE 'N' TO WS-DTL-EOF
           MOVE PGST-TICKET TO TICKD-TICKET-NUM
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
                   IF TICKD-TICKET-NUM = PGST-TICKET
                       MOVE TICKD-SEQ-NUM-X TO SEQX-LAST
                   ELSE
                       MOVE 'Y' TO WS-DTL-EOF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO TICKD-REC
           MOVE PGST-TICKET TO TICKD-TICKET-NUM
           PERFORM 905-NEXT-SEQX
           MOVE SEQX-NEXT TO TICKD-SEQ-NUM-X
           MOVE WS-JOB-ID TO TICKD-ENTERED-BY
           MOVE WS-TODAY TO TICKD-ENTERED-DATE
           MOVE WS-TIME6 TO TICKD-ENTERED-TIME
           MOVE ZERO TO TICKD-MINUTES
           MOVE WS-LOG-TEXT TO TICKD-TEXT
           SET TICKD-INTERNAL TO TRUE
           WRITE TICKD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       700-EXIT.
           EXIT.

       800-REPORT-ACTION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PGST-TICKET TO DL-TICKET
           MOVE WS-EVENT TO DL-EVENT
           MOVE WS-CT-REGION TO DL-REGION
           MOVE WS-CT-CODE TO DL-CODE
           MOVE WS-CT-NAME TO DL-NAME
           MOVE WS-RESULT TO DL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       800-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'TKTPAG01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACK-COUNT TO TL-ACKS
           MOVE WS-ACKED-COUNT TO TL-ACKED
           MOVE WS-UNDLV-COUNT TO TL-UNDLV
           MOVE WS-UNMATCH-COUNT TO TL-UNMATCH
           WRITE REPORT-LINE FROM WS-TOTAL-LINE1
           MOVE WS-PAGE-COUNT TO TL-PAGES
           MOVE WS-REPAGE-COUNT TO TL-REPAGES
           MOVE WS-LADDER-COUNT TO TL-LADDER
           MOVE WS-EXHAUST-COUNT TO TL-EXHAUST
           MOVE WS-STOOD-COUNT TO TL-STOOD
           MOVE WS-SEED-COUNT TO TL-SEEDED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE2
           DISPLAY 'TKTPAG01 - ACKS: ' WS-ACK-COUNT
               ' PAGES: ' WS-PAGE-COUNT
               ' RE-PAGES: ' WS-REPAGE-COUNT
               ' LADDERED: ' WS-LADDER-COUNT
               ' EXHAUSTED: ' WS-EXHAUST-COUNT
               ' STOOD DOWN: ' WS-STOOD-COUNT
               ' SEEDED: ' WS-SEED-COUNT
      *    An exhausted ladder means a priority-1 with nobody on it -
      *    RC 4 so the scheduler console shows it.
           IF WS-EXHAUST-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           COMPUTE RESTART-COUNT = WS-PAGE-COUNT + WS-REPAGE-COUNT
               + WS-LADDER-COUNT
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-STAMP-DATE TO RESTART-END-DATE
           MOVE WS-RUN-TIME6 TO RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           IF WS-ACK-OPEN = 'Y'
               CLOSE ACK-FILE
           END-IF
           CLOSE PAGE-FILE
           CLOSE PGST-FILE
           CLOSE TKT-FILE
           CLOSE TICKD-FILE
           CLOSE NAM-FILE
           IF WS-SVC-OPEN = 'Y'
               CLOSE SVC-FILE
           END-IF
           IF WS-ONCL-OPEN = 'Y'
               CLOSE ONCL-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.

      *    Next work-log sequence from the last key seen - the shared
      *    TKDNXSQ1 increment. See TKDSEQW1.
       905-NEXT-SEQX.
           COPY TKDNXSQ1.
           CONTINUE.
       905-EXIT.
           EXIT.

      *    nkey0001 is read once into the key table; no key file
      *    just means nothing on NAMEFILE has been encrypted yet.
       940-LOAD-KEYS.
           MOVE SPACES TO NCR-KEY-TABLE
           MOVE SPACES TO NCR-CURRENT
           OPEN INPUT NKEY-FILE
           IF WS-NKEY-STATUS = '00'
               PERFORM 945-READ-KEYS THRU 945-EXIT
               CLOSE NKEY-FILE
           END-IF.
       940-EXIT.
           EXIT.

       945-READ-KEYS.
           COPY NAMCRLD1.
           CONTINUE.
       945-EXIT.
           EXIT.

      *    The personal fields come back clear under the key version
      *    the entry carries. An entry whose key is not on nkey0001
      *    is counted and treated as holding no details at all - so
      *    it has no phone to page.
       950-DECRYPT-RECORD.
           MOVE 'N' TO NCR-KEY-SW
           IF CRYPT-KEY-VERSION IS NUMERIC
               AND CRYPT-KEY-VERSION NOT = '00'
               MOVE CRYPT-KEY-VERSION TO NCR-VERSION
               IF NCR-KEY-ENTRY(NCR-VERSION-9) = SPACES
                   MOVE 'Y' TO NCR-KEY-SW
                   ADD 1 TO WS-NOKEY-COUNT
                   MOVE SPACES TO ADDRESS1 ADDRESS2 ADDRESS3 ADDRESS4
                   MOVE SPACES TO PHONE FAX NOTIFY-ADDRESS
               ELSE
                   MOVE NCR-KEY-ENTRY(NCR-VERSION-9) TO NCR-KEY
                   MOVE 'D' TO NCR-MODE
                   PERFORM 970-TRANSFORM-RECORD
                   MOVE '00' TO CRYPT-KEY-VERSION
               END-IF
           END-IF.
       950-EXIT.
           EXIT.

       970-TRANSFORM-RECORD.
           COPY NAMCRYP1.
           CONTINUE.
       970-EXIT.
           EXIT.
