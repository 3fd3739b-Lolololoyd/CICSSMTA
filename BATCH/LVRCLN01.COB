       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVRCLN01.
      ******************************************************************
      *DESCRIPTION: Nightly leaver footprint clean-up - runs after the  *
      *             UAFLOAD1/UAFRECN1 terminations and picks up every   *
      *             UAF00001 user whose term date has arrived and who   *
      *             has no lvrd0001 record for that term date yet. For  *
      *             each leaver it:                                     *
      *               - hands every live ticket still assigned to them  *
      *                 to the signed-on desk member with the lightest  *
      *                 load, by the same workload-balance pick SM0010  *
      *                 and APPRPL01 make (team members only for a      *
      *                 team-owned ticket); nobody eligible leaves the  *
      *                 ticket unassigned, back on the queue            *
      *               - removes their oncl0001 roster slots from the    *
      *                 run date on (matched through the NAMEFILE       *
      *                 person entry whose SHORT-NAME is the userid),   *
      *                 so routing falls back to the catalog rule       *
      *               - drops their tkwa0001 watches and tklk0001 locks *
      *               - ends every dlgt0001 delegation they give or     *
      *                 hold the day before the run date (one not yet   *
      *                 started is removed)                             *
      *             and prints a hand-off list headed by the team lead  *
      *             (team0001 lead, else the uprf0001 manager) naming   *
      *             each item and what was done with it, including any  *
      *             team the leaver is still listed on. The lvrd0001    *
      *             record then marks the leaver done.                  *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today. No restart/checkpoint handling - a rerun skips the    *
      *    leavers lvrd0001 already marks done.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UAF-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UAF-USERID
               FILE STATUS IS WS-UAF-STATUS.
           SELECT LVRD-FILE ASSIGN TO LVRD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVRD-USERID
               FILE STATUS IS WS-LVRD-STATUS.
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
           SELECT SESS-FILE ASSIGN TO SESS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-USERID
               FILE STATUS IS WS-SESS-STATUS.
           SELECT ASGX-FILE ASSIGN TO ASGX0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASGX-USERID
               FILE STATUS IS WS-ASGX-STATUS.
           SELECT TEAM-FILE ASSIGN TO TEAM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-CODE
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT UPRF-FILE ASSIGN TO UPRF0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPRF-USERID
               FILE STATUS IS WS-UPRF-STATUS.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT ONCL-FILE ASSIGN TO ONCL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONCL-KEY
               FILE STATUS IS WS-ONCL-STATUS.
           SELECT TKWA-FILE ASSIGN TO TKWA0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKWA-KEY
               FILE STATUS IS WS-TKWA-STATUS.
           SELECT DLGT-FILE ASSIGN TO DLGT0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLGT-APPROVER
               FILE STATUS IS WS-DLGT-STATUS.
           SELECT TKLK-FILE ASSIGN TO TKLK0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKLK-TICKET-NUM
               FILE STATUS IS WS-TKLK-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UAF-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UAF-REC.
           05  UAF-USERID.
               10  UAF-USERID7           PIC X(07).
               10  FILLER                PIC X(01).
           05  UAF-TYPE.
               10  UAF-REQUESTOR         PIC X.
               10  UAF-ADMIN             PIC X.
               10  UAF-APPROVER          PIC X.
               10  UAF-SERVICE           PIC X.
               10  UAF-INQUIRY           PIC X.
           05  UAF-UPDATEDBY             PIC X(08).
           05  UAF-EFFECTIVE-DATE        PIC 9(08).
           05  UAF-TERM-DATE             PIC 9(08).
           05  UAF-PIN                   PIC X(04).

       FD  LVRD-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LVRD-REC.
           COPY LVRD0001.

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

       FD  SESS-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SESS-REC.
           COPY SESSION1.

       FD  ASGX-FILE
           RECORD CONTAINS 54 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASGX-REC.
           COPY ASGX0001.

       FD  TEAM-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEAM-REC.
           COPY TEAM0001.

       FD  UPRF-FILE
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UPRF-REC.
           COPY UPRF0001.

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

       FD  ONCL-FILE
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ONCL-REC.
           COPY ONCL0001.

       FD  TKWA-FILE
           RECORD CONTAINS 22 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKWA-REC.
           COPY TKWA0001.

       FD  DLGT-FILE
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DLGT-REC.
           COPY DLGT0001.

       FD  TKLK-FILE
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKLK-REC.
           COPY TKLK0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-UAF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-LVRD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SESS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SESS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-ASGX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ASGX-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TEAM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TEAM-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UPRF-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NAM-OPEN                   PIC X(01) VALUE 'N'.
       01  WS-ONCL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ONCL-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TKWA-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKWA-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-DLGT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-DLGT-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TKLK-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKLK-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-SCAN-EOF                   PIC X(01) VALUE 'N'.
       01  WS-DTL-EOF                    PIC X(01) VALUE 'N'.
       01  WS-JOB-ID                     PIC X(08) VALUE 'LVRCLN01'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-DAY-BEFORE                 PIC 9(08) VALUE ZERO.
       01  WS-TIME8                      PIC 9(08) VALUE ZERO.
       01  WS-TIME8-X REDEFINES WS-TIME8.
           05  WS-TIME6                  PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-SEQX-WORK.
           COPY TKDSEQW1.
       01  WS-LOG-TEXT                   PIC X(60) VALUE SPACES.

      *    Leavers due this run, collected off UAF00001 before any of
      *    them is worked - the assignment pick re-reads UAF00001 by
      *    key, which would lose a sequential position. Bounded the
      *    TKTRPT01 way; an overflowed leaver has no lvrd0001 record
      *    written, so the next run picks them up.
       01  WS-LVR-MAX                    PIC 9(04) VALUE 500.
       01  WS-LVR-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-LVR-IDX                    PIC 9(04) VALUE ZERO.
       01  WS-LVR-OVERFLOW               PIC 9(06) VALUE ZERO.
       01  WS-LVR-TABLE.
           05  WS-LVR-ENTRY OCCURS 500 TIMES.
               10  WS-LVR-USERID         PIC X(08).
               10  WS-LVR-TERM-DATE      PIC 9(08).
       01  WS-LEAVER                     PIC X(08) VALUE SPACES.
       01  WS-LEAVER-TERM                PIC 9(08) VALUE ZERO.
       01  WS-HANDOFF-TO                 PIC X(08) VALUE SPACES.

      *    The leaver's live tickets, gathered before any is handed
      *    on for the same reason; more than fit wait for next run.
       01  WS-LTKT-MAX                   PIC 9(04) VALUE 500.
       01  WS-LTKT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-LTKT-IDX                   PIC 9(04) VALUE ZERO.
       01  WS-LTKT-MORE                  PIC X(01) VALUE 'N'.
       01  WS-LTKT-TABLE.
           05  WS-LTKT-NUM OCCURS 500 TIMES PIC X(06).

      *    The leaver's NAMEFILE person entries and resolver teams.
       01  WS-PENT-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-PENT-IDX                   PIC 9(02) VALUE ZERO.
       01  WS-PENT-TABLE.
           05  WS-PENT-ENTRY OCCURS 10 TIMES.
               10  WS-PENT-REGION        PIC X(02).
               10  WS-PENT-CODE          PIC X(04).
       01  WS-PENT-MATCH                 PIC X(01) VALUE 'N'.
       01  WS-LTEAM-COUNT                PIC 9(02) VALUE ZERO.
       01  WS-LTEAM-IDX                  PIC 9(02) VALUE ZERO.
       01  WS-LTEAM-TABLE.
           05  WS-LTEAM-ENTRY OCCURS 10 TIMES.
               10  WS-LTEAM-CODE         PIC X(06).
               10  WS-LTEAM-LEAD         PIC X(08).

      *    Workload-balance pick, as APPRPL01's 360-AUTO-ASSIGN.
       01  WS-ASSIGNEE                   PIC X(08) VALUE SPACES.
       01  WS-SAVE-TICKET                PIC X(06) VALUE SPACES.
       01  WS-ASG-TEAM                   PIC X(06) VALUE SPACES.
       01  WS-TEAM-IX                    PIC S9(4) COMP VALUE ZERO.
       01  WS-ON-TEAM                    PIC X(01) VALUE 'N'.
       01  WS-CAND-MAX                   PIC S9(4) COMP VALUE 50.
       01  WS-CAND-COUNT                 PIC S9(4) COMP VALUE ZERO.
       01  WS-CAND-IX                    PIC S9(4) COMP VALUE ZERO.
       01  WS-CAND-BEST                  PIC S9(4) COMP VALUE ZERO.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 50 TIMES.
               10  WS-CAND-USERID        PIC X(08).
               10  WS-CAND-LOAD          PIC 9(05).

      *    Per-leaver and run totals.
       01  WS-L-TICKETS                  PIC 9(04) VALUE ZERO.
       01  WS-L-UNASSIGNED               PIC 9(04) VALUE ZERO.
       01  WS-L-ROSTER                   PIC 9(04) VALUE ZERO.
       01  WS-L-WATCHES                  PIC 9(04) VALUE ZERO.
       01  WS-L-DELEGATIONS              PIC 9(04) VALUE ZERO.
       01  WS-L-LOCKS                    PIC 9(04) VALUE ZERO.
       01  WS-T-LEAVERS                  PIC 9(06) VALUE ZERO.
       01  WS-T-TICKETS                  PIC 9(06) VALUE ZERO.
       01  WS-T-UNASSIGNED               PIC 9(06) VALUE ZERO.
       01  WS-T-ROSTER                   PIC 9(06) VALUE ZERO.
       01  WS-T-WATCHES                  PIC 9(06) VALUE ZERO.
       01  WS-T-DELEGATIONS              PIC 9(06) VALUE ZERO.
       01  WS-T-LOCKS                    PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'LEAVER HAND-OFF LIST'.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  WS-LEAVER-LINE.
           05  FILLER                    PIC X(08) VALUE 'LEAVER: '.
           05  LL-USERID                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  LL-NAME                   PIC X(18).
           05  FILLER                    PIC X(13) VALUE
               '  TERMINATED '.
           05  LL-TERM-DATE              PIC 9(08).
           05  FILLER                    PIC X(15) VALUE
               '  HAND-OFF TO: '.
           05  LL-HANDOFF-TO             PIC X(08).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  IL-ITEM                   PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IL-KEY                    PIC X(24).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IL-ACTION                 PIC X(60).
           05  FILLER                    PIC X(30) VALUE SPACES.

       01  WS-NOTHING-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE
               'NOTHING ON FILE TO HAND OFF'.
           05  FILLER                    PIC X(88) VALUE SPACES.

       01  WS-TOTAL-LINE1.
           05  FILLER                    PIC X(10) VALUE 'LEAVERS:'.
           05  TL-LEAVERS                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  REASSIGNED:'.
           05  TL-TICKETS                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(14) VALUE
               '  UNASSIGNED:'.
           05  TL-UNASSIGNED             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  WS-TOTAL-LINE2.
           05  FILLER                    PIC X(15) VALUE
               'ROSTER SLOTS:'.
           05  TL-ROSTER                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE '  WATCHES:'.
           05  TL-WATCHES                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(15) VALUE
               '  DELEGATIONS:'.
           05  TL-DELEGATIONS            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(09) VALUE '  LOCKS:'.
           05  TL-LOCKS                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 150-COLLECT-LEAVERS
           PERFORM VARYING WS-LVR-IDX FROM 1 BY 1
                   UNTIL WS-LVR-IDX > WS-LVR-COUNT
               PERFORM 200-CLEAN-LEAVER
           END-PERFORM
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME8 FROM TIME
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RUN-DATE
           END-IF
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           OPEN INPUT UAF-FILE
           IF WS-UAF-STATUS NOT = '00'
               DISPLAY 'LVRCLN01 - ERROR OPENING UAF00001, STATUS='
                   WS-UAF-STATUS
               STOP RUN
           END-IF
           OPEN I-O LVRD-FILE
           IF WS-LVRD-STATUS = '35'
               OPEN OUTPUT LVRD-FILE
               CLOSE LVRD-FILE
               OPEN I-O LVRD-FILE
           END-IF
           IF WS-LVRD-STATUS NOT = '00'
               DISPLAY 'LVRCLN01 - ERROR OPENING LVRD0001, STATUS='
                   WS-LVRD-STATUS
               STOP RUN
           END-IF
           OPEN I-O TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'LVRCLN01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           OPEN I-O TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'LVRCLN01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TICKD-STATUS
               STOP RUN
           END-IF
      *    The session and unavailable files drive the hand-on pick -
      *    either missing leaves the leaver's tickets unassigned, as
      *    APPRPL01 leaves a ticket nobody can take.
           OPEN INPUT SESS-FILE
           IF WS-SESS-STATUS = '00'
               MOVE 'Y' TO WS-SESS-OPEN
           END-IF
           OPEN INPUT ASGX-FILE
           IF WS-ASGX-STATUS = '00'
               MOVE 'Y' TO WS-ASGX-OPEN
           END-IF
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = '00'
               MOVE 'Y' TO WS-TEAM-OPEN
           END-IF
           OPEN INPUT UPRF-FILE
           IF WS-UPRF-STATUS = '00'
               MOVE 'Y' TO WS-UPRF-OPEN
           END-IF
      *    The footprint files are only there once their screens have
      *    been used - a missing one has nothing of the leaver's in it.
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS = '00'
               MOVE 'Y' TO WS-NAM-OPEN
           END-IF
           OPEN I-O ONCL-FILE
           IF WS-ONCL-STATUS = '00'
               MOVE 'Y' TO WS-ONCL-OPEN
           END-IF
           OPEN I-O TKWA-FILE
           IF WS-TKWA-STATUS = '00'
               MOVE 'Y' TO WS-TKWA-OPEN
           END-IF
           OPEN I-O DLGT-FILE
           IF WS-DLGT-STATUS = '00'
               MOVE 'Y' TO WS-DLGT-OPEN
           END-IF
           OPEN I-O TKLK-FILE
           IF WS-TKLK-STATUS = '00'
               MOVE 'Y' TO WS-TKLK-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'LVRCLN01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1.
       100-EXIT.
           EXIT.

      *    Every user whose term date has arrived and whose lvrd0001
      *    record is missing or was written for an earlier term date.
       150-COLLECT-LEAVERS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO UAF-USERID
           START UAF-FILE KEY NOT LESS THAN UAF-USERID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ UAF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   PERFORM 155-CHECK-LEAVER THRU 155-EXIT
               END-IF
           END-PERFORM.
       150-EXIT.
           EXIT.

       155-CHECK-LEAVER.
           IF UAF-TERM-DATE NOT NUMERIC
               OR UAF-TERM-DATE = ZERO
               OR UAF-TERM-DATE > WS-RUN-DATE
               GO TO 155-EXIT
           END-IF
           MOVE UAF-USERID TO LVRD-USERID
           READ LVRD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LVRD-STATUS = '00'
               AND LVRD-TERM-DATE = UAF-TERM-DATE
               GO TO 155-EXIT
           END-IF
           IF WS-LVR-COUNT < WS-LVR-MAX
               ADD 1 TO WS-LVR-COUNT
               MOVE UAF-USERID TO WS-LVR-USERID(WS-LVR-COUNT)
               MOVE UAF-TERM-DATE TO WS-LVR-TERM-DATE(WS-LVR-COUNT)
           ELSE
               ADD 1 TO WS-LVR-OVERFLOW
           END-IF.
       155-EXIT.
           EXIT.

      *    One leaver: heading for the team lead, then each kind of
      *    footprint in turn, then the done marker.
       200-CLEAN-LEAVER.
           MOVE WS-LVR-USERID(WS-LVR-IDX) TO WS-LEAVER
           MOVE WS-LVR-TERM-DATE(WS-LVR-IDX) TO WS-LEAVER-TERM
           MOVE ZERO TO WS-L-TICKETS WS-L-UNASSIGNED WS-L-ROSTER
                        WS-L-WATCHES WS-L-DELEGATIONS WS-L-LOCKS
           ADD 1 TO WS-T-LEAVERS
           PERFORM 210-FIND-TEAMS THRU 210-EXIT
           PERFORM 220-LEAVER-HEADING
           PERFORM 300-HAND-ON-TICKETS
           PERFORM 400-CLEAR-ROSTER THRU 400-EXIT
           PERFORM 500-CLEAR-WATCHES THRU 500-EXIT
           PERFORM 600-END-DELEGATIONS THRU 600-EXIT
           PERFORM 700-RELEASE-LOCKS THRU 700-EXIT
           PERFORM 800-LIST-TEAMS
           IF WS-L-TICKETS = ZERO AND WS-L-UNASSIGNED = ZERO
               AND WS-L-ROSTER = ZERO AND WS-L-WATCHES = ZERO
               AND WS-L-DELEGATIONS = ZERO AND WS-L-LOCKS = ZERO
               AND WS-LTEAM-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NOTHING-LINE
           END-IF
           PERFORM 850-MARK-DONE THRU 850-EXIT.
       200-EXIT.
           EXIT.

      *    The resolver teams still listing the leaver - the first
      *    one's lead takes the hand-off.
       210-FIND-TEAMS.
           MOVE ZERO TO WS-LTEAM-COUNT
           IF WS-TEAM-OPEN NOT = 'Y'
               GO TO 210-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO TEAM-CODE
           START TEAM-FILE KEY NOT LESS THAN TEAM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TEAM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'Y'
                   PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
                           UNTIL WS-TEAM-IX > 12
                       IF TEAM-MEMBER(WS-TEAM-IX) = WS-LEAVER
                           AND WS-LTEAM-COUNT < 10
                           ADD 1 TO WS-LTEAM-COUNT
                           MOVE TEAM-CODE TO
                               WS-LTEAM-CODE(WS-LTEAM-COUNT)
                           MOVE TEAM-LEAD TO
                               WS-LTEAM-LEAD(WS-LTEAM-COUNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       210-EXIT.
           EXIT.

      *    Hand-off goes to the first team's lead; a leaver on no
      *    team goes to their uprf0001 manager.
       220-LEAVER-HEADING.
           MOVE SPACES TO WS-HANDOFF-TO
           MOVE SPACES TO LL-NAME
           IF WS-UPRF-OPEN = 'Y'
               MOVE WS-LEAVER TO UPRF-USERID
               READ UPRF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UPRF-NAME TO LL-NAME
                       MOVE UPRF-MGR-USERID7 TO WS-HANDOFF-TO
               END-READ
           END-IF
           IF WS-LTEAM-COUNT > ZERO
               AND WS-LTEAM-LEAD(1) NOT = SPACES
               MOVE WS-LTEAM-LEAD(1) TO WS-HANDOFF-TO
           END-IF
           IF WS-HANDOFF-TO = SPACES
               MOVE 'NONE' TO WS-HANDOFF-TO
           END-IF
           MOVE WS-LEAVER TO LL-USERID
           MOVE WS-LEAVER-TERM TO LL-TERM-DATE
           MOVE WS-HANDOFF-TO TO LL-HANDOFF-TO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LEAVER-LINE.
       220-EXIT.
           EXIT.

      *    Live tickets still assigned to the leaver - gathered first,
      *    then each handed on by the workload-balance pick.
       300-HAND-ON-TICKETS.
           MOVE ZERO TO WS-LTKT-COUNT
           MOVE 'N' TO WS-LTKT-MORE
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO TKT-NUM
           START TKT-FILE KEY NOT LESS THAN TKT-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TKT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'Y'
                   AND NOT TKT-CLOSED AND NOT TKT-REJECTED
                   AND TKT-ASSIGNED-TO = WS-LEAVER
                   IF WS-LTKT-COUNT < WS-LTKT-MAX
                       ADD 1 TO WS-LTKT-COUNT
                       MOVE TKT-NUM TO WS-LTKT-NUM(WS-LTKT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-LTKT-MORE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LTKT-IDX FROM 1 BY 1
                   UNTIL WS-LTKT-IDX > WS-LTKT-COUNT
               PERFORM 310-HAND-ON-TICKET THRU 310-EXIT
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-HAND-ON-TICKET.
           MOVE WS-LTKT-NUM(WS-LTKT-IDX) TO TKT-NUM
           READ TKT-FILE
               INVALID KEY
                   GO TO 310-EXIT
           END-READ
           PERFORM 360-AUTO-ASSIGN THRU 360-EXIT
           MOVE WS-LTKT-NUM(WS-LTKT-IDX) TO TKT-NUM
           READ TKT-FILE
               INVALID KEY
                   GO TO 310-EXIT
           END-READ
           MOVE WS-ASSIGNEE TO TKT-ASSIGNED-TO
           REWRITE TKT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE SPACES TO WS-ITEM-LINE WS-LOG-TEXT
           MOVE 'TICKET' TO IL-ITEM
           MOVE TKT-NUM TO IL-KEY
           IF WS-ASSIGNEE NOT = SPACES
               ADD 1 TO WS-L-TICKETS WS-T-TICKETS
               STRING 'REASSIGNED TO ' WS-ASSIGNEE
                      ' (WORKLOAD BALANCE)'
                   DELIMITED BY SIZE INTO IL-ACTION
               END-STRING
               STRING 'Assigned to ' WS-ASSIGNEE
                      ' (workload balance) - ' WS-LEAVER ' left'
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
           ELSE
               ADD 1 TO WS-L-UNASSIGNED WS-T-UNASSIGNED
               MOVE 'UNASSIGNED - NOBODY ELIGIBLE, BACK ON THE QUEUE'
                   TO IL-ACTION
               STRING 'Unassigned - ' WS-LEAVER
                      ' left, nobody eligible to take it'
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM WS-ITEM-LINE
           PERFORM 340-ADD-DETAIL-LINE.
       310-EXIT.
           EXIT.

      *    Workload-balanced pick, the same one APPRPL01's
      *    360-AUTO-ASSIGN makes: the signed-on SERVICE desk member,
      *    not on asgx0001, with the fewest live assigned tickets -
      *    team members only for a ticket a live team owns. A member
      *    whose own term date has arrived is never picked. Spaces
      *    in WS-ASSIGNEE when nobody is eligible.
       360-AUTO-ASSIGN.
           MOVE SPACES TO WS-ASSIGNEE
           IF WS-SESS-OPEN NOT = 'Y'
               GO TO 360-EXIT
           END-IF
           MOVE TKT-NUM TO WS-SAVE-TICKET
           MOVE SPACES TO WS-ASG-TEAM
           IF WS-TEAM-OPEN = 'Y' AND TKT-TEAM-CODE NOT = SPACES
               MOVE TKT-TEAM-CODE TO TEAM-CODE
               READ TEAM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TEAM-STATUS = '00' AND TEAM-IS-ACTIVE
                   MOVE TKT-TEAM-CODE TO WS-ASG-TEAM
               END-IF
           END-IF
           PERFORM 365-LIST-CANDIDATES
           IF WS-CAND-COUNT = ZERO
               GO TO 360-EXIT
           END-IF
           PERFORM 370-COUNT-LOADS
           MOVE 1 TO WS-CAND-BEST
           PERFORM VARYING WS-CAND-IX FROM 2 BY 1
                   UNTIL WS-CAND-IX > WS-CAND-COUNT
               IF WS-CAND-LOAD(WS-CAND-IX) <
                   WS-CAND-LOAD(WS-CAND-BEST)
                   MOVE WS-CAND-IX TO WS-CAND-BEST
               END-IF
           END-PERFORM
           MOVE WS-CAND-USERID(WS-CAND-BEST) TO WS-ASSIGNEE.
       360-EXIT.
           EXIT.

       365-LIST-CANDIDATES.
           MOVE ZERO TO WS-CAND-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO SESS-USERID
           START SESS-FILE KEY NOT LESS THAN SESS-USERID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ SESS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'Y'
                   PERFORM 367-CHECK-CANDIDATE THRU 367-EXIT
               END-IF
           END-PERFORM.
       365-EXIT.
           EXIT.

       367-CHECK-CANDIDATE.
           IF SESS-USERID = WS-LEAVER
               GO TO 367-EXIT
           END-IF
           MOVE SESS-USERID TO UAF-USERID
           READ UAF-FILE
               INVALID KEY
                   GO TO 367-EXIT
           END-READ
           IF UAF-SERVICE NOT = 'Y'
               GO TO 367-EXIT
           END-IF
           IF UAF-TERM-DATE IS NUMERIC AND UAF-TERM-DATE NOT = ZERO
               AND UAF-TERM-DATE NOT > WS-RUN-DATE
               GO TO 367-EXIT
           END-IF
           IF WS-ASGX-OPEN = 'Y'
               MOVE SESS-USERID TO ASGX-USERID
               READ ASGX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ASGX-STATUS = '00'
                   GO TO 367-EXIT
               END-IF
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
               MOVE ZERO TO WS-CAND-LOAD(WS-CAND-COUNT)
           END-IF.
       367-EXIT.
           EXIT.

       370-COUNT-LOADS.
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO TKT-NUM
           START TKT-FILE KEY NOT LESS THAN TKT-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TKT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'Y'
                   IF NOT TKT-CLOSED AND NOT TKT-REJECTED
                       AND TKT-ASSIGNED-TO NOT = SPACES
                       PERFORM VARYING WS-CAND-IX FROM 1 BY 1
                               UNTIL WS-CAND-IX > WS-CAND-COUNT
                           IF WS-CAND-USERID(WS-CAND-IX) =
                               TKT-ASSIGNED-TO
                               ADD 1 TO WS-CAND-LOAD(WS-CAND-IX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
       370-EXIT.
           EXIT.

      *    Append one work-log line - next free sequence by the same
      *    forward walk APPRPL01's 340-ADD-DETAIL-LINE uses.
       340-ADD-DETAIL-LINE.
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
                   ELSE
                       MOVE 'Y' TO WS-DTL-EOF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO TICKD-REC
           MOVE TKT-NUM TO TICKD-TICKET-NUM
           PERFORM 905-NEXT-SEQX
           MOVE SEQX-NEXT TO TICKD-SEQ-NUM-X
           MOVE WS-JOB-ID TO TICKD-ENTERED-BY
           MOVE WS-RUN-DATE TO TICKD-ENTERED-DATE
           MOVE WS-TIME6 TO TICKD-ENTERED-TIME
           MOVE ZERO TO TICKD-MINUTES
           MOVE WS-LOG-TEXT TO TICKD-TEXT
           WRITE TICKD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       340-EXIT.
           EXIT.

      *    Roster slots from the run date on whose contact is one of
      *    the leaver's NAMEFILE person entries (SHORT-NAME = userid,
      *    the convention TKTNTF01 finds watchers by). Removing the
      *    slot lets the routing paths fall back to the catalog rule
      *    until the lead rosters someone else; past slots are the
      *    record of who was on call and stay.
       400-CLEAR-ROSTER.
           IF WS-ONCL-OPEN NOT = 'Y' OR WS-NAM-OPEN NOT = 'Y'
               GO TO 400-EXIT
           END-IF
           PERFORM 410-FIND-PERSON-ENTRIES
           IF WS-PENT-COUNT = ZERO
               GO TO 400-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO ONCL-KEY
           START ONCL-FILE KEY NOT LESS THAN ONCL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ONCL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'Y'
                   AND ONCL-DATE NOT < WS-RUN-DATE
                   PERFORM 420-CHECK-SLOT
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

       410-FIND-PERSON-ENTRIES.
           MOVE ZERO TO WS-PENT-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           MOVE SPACES TO KEY2
           MOVE WS-LEAVER TO SHORT-NAME
           START NAM-FILE KEY IS EQUAL TO KEY2
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ NAM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'Y'
                   IF SHORT-NAME NOT = WS-LEAVER
                       MOVE 'Y' TO WS-SCAN-EOF
                   ELSE
                       IF WS-PENT-COUNT < 10
                           ADD 1 TO WS-PENT-COUNT
                           MOVE REGION-CODE TO
                               WS-PENT-REGION(WS-PENT-COUNT)
                           MOVE NAME-CODE TO
                               WS-PENT-CODE(WS-PENT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       410-EXIT.
           EXIT.

       420-CHECK-SLOT.
           MOVE 'N' TO WS-PENT-MATCH
           PERFORM VARYING WS-PENT-IDX FROM 1 BY 1
                   UNTIL WS-PENT-IDX > WS-PENT-COUNT
               IF ONCL-REGION = WS-PENT-REGION(WS-PENT-IDX)
                   AND ONCL-CODE = WS-PENT-CODE(WS-PENT-IDX)
                   MOVE 'Y' TO WS-PENT-MATCH
               END-IF
           END-PERFORM
           IF WS-PENT-MATCH = 'Y'
               DELETE ONCL-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-L-ROSTER WS-T-ROSTER
               MOVE SPACES TO WS-ITEM-LINE
               MOVE 'ROSTER' TO IL-ITEM
               STRING ONCL-SVC-CODE ' ' ONCL-DATE ' ' ONCL-SHIFT
                   DELIMITED BY SIZE INTO IL-KEY
               END-STRING
               MOVE 'SLOT REMOVED - CATALOG ROUTING UNTIL RE-ROSTERED'
                   TO IL-ACTION
               WRITE REPORT-LINE FROM WS-ITEM-LINE
           END-IF.
       420-EXIT.
           EXIT.

      *    Watches are keyed ticket first, so the whole file is read.
       500-CLEAR-WATCHES.
           IF WS-TKWA-OPEN NOT = 'Y'
               GO TO 500-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO TKWA-KEY
           START TKWA-FILE KEY NOT LESS THAN TKWA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TKWA-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'Y'
                   AND TKWA-USERID = WS-LEAVER
                   DELETE TKWA-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-L-WATCHES WS-T-WATCHES
                   MOVE SPACES TO WS-ITEM-LINE
                   MOVE 'WATCH' TO IL-ITEM
                   MOVE TKWA-TICKET-NUM TO IL-KEY
                   MOVE 'WATCH REMOVED' TO IL-ACTION
                   WRITE REPORT-LINE FROM WS-ITEM-LINE
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

      *    Delegations the leaver gave or holds - one still running is
      *    ended the day before the run date, so its audit trail on
      *    DLGTRPT1 stays intact; one not yet started is removed.
       600-END-DELEGATIONS.
           IF WS-DLGT-OPEN NOT = 'Y'
               GO TO 600-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO DLGT-APPROVER
           START DLGT-FILE KEY NOT LESS THAN DLGT-APPROVER
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ DLGT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'Y'
                   AND (DLGT-APPROVER = WS-LEAVER
                        OR DLGT-DELEGATE = WS-LEAVER)
                   AND DLGT-TO-DATE NOT < WS-RUN-DATE
                   PERFORM 610-END-DELEGATION
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

       610-END-DELEGATION.
           ADD 1 TO WS-L-DELEGATIONS WS-T-DELEGATIONS
           MOVE SPACES TO WS-ITEM-LINE
           MOVE 'DELEGATION' TO IL-ITEM
           STRING DLGT-APPROVER ' TO ' DLGT-DELEGATE
               DELIMITED BY SIZE INTO IL-KEY
           END-STRING
           IF DLGT-FROM-DATE NOT < WS-RUN-DATE
               DELETE DLGT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 'NOT YET STARTED - REMOVED' TO IL-ACTION
           ELSE
               MOVE WS-DAY-BEFORE TO DLGT-TO-DATE
               REWRITE DLGT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               STRING 'ENDED ' WS-DAY-BEFORE
                   DELIMITED BY SIZE INTO IL-ACTION
               END-STRING
           END-IF
           WRITE REPORT-LINE FROM WS-ITEM-LINE.
       610-EXIT.
           EXIT.

      *    Soft locks the leaver still holds - released, as SM000's
      *    forced sign-off would have done.
       700-RELEASE-LOCKS.
           IF WS-TKLK-OPEN NOT = 'Y'
               GO TO 700-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           MOVE LOW-VALUES TO TKLK-TICKET-NUM
           START TKLK-FILE KEY NOT LESS THAN TKLK-TICKET-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ TKLK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               IF WS-SCAN-EOF NOT = 'Y'
                   AND TKLK-USERID = WS-LEAVER
                   DELETE TKLK-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-L-LOCKS WS-T-LOCKS
                   MOVE SPACES TO WS-ITEM-LINE
                   MOVE 'LOCK' TO IL-ITEM
                   MOVE TKLK-TICKET-NUM TO IL-KEY
                   MOVE 'IN-USE LOCK RELEASED' TO IL-ACTION
                   WRITE REPORT-LINE FROM WS-ITEM-LINE
               END-IF
           END-PERFORM.
       700-EXIT.
           EXIT.

      *    Team membership is the lead's to change on the SM0047
      *    team maintenance screen - listed, not touched. More
      *    tickets than the table holds are flagged so the lead knows
      *    the rest follow.
       800-LIST-TEAMS.
           PERFORM VARYING WS-LTEAM-IDX FROM 1 BY 1
                   UNTIL WS-LTEAM-IDX > WS-LTEAM-COUNT
               MOVE SPACES TO WS-ITEM-LINE
               MOVE 'TEAM' TO IL-ITEM
               MOVE WS-LTEAM-CODE(WS-LTEAM-IDX) TO IL-KEY
               STRING 'STILL LISTED AS MEMBER - LEAD '
                      WS-LTEAM-LEAD(WS-LTEAM-IDX) ' TO UPDATE'
                   DELIMITED BY SIZE INTO IL-ACTION
               END-STRING
               WRITE REPORT-LINE FROM WS-ITEM-LINE
           END-PERFORM
           IF WS-LTKT-MORE = 'Y'
               MOVE SPACES TO WS-ITEM-LINE
               MOVE 'TICKET' TO IL-ITEM
               MOVE 'MORE' TO IL-KEY
               MOVE 'FURTHER LIVE TICKETS HANDED ON BY THE NEXT RUN'
                   TO IL-ACTION
               WRITE REPORT-LINE FROM WS-ITEM-LINE
           END-IF.
       800-EXIT.
           EXIT.

      *    The done marker - held back while tickets remain, so the
      *    next run carries on with the same leaver.
       850-MARK-DONE.
           IF WS-LTKT-MORE = 'Y'
               GO TO 850-EXIT
           END-IF
           MOVE SPACES TO LVRD-REC
           MOVE WS-LEAVER TO LVRD-USERID
           MOVE WS-LEAVER-TERM TO LVRD-TERM-DATE
           MOVE WS-RUN-DATE TO LVRD-CLEANED-DATE
           MOVE WS-L-TICKETS TO LVRD-TICKETS
           MOVE WS-L-UNASSIGNED TO LVRD-UNASSIGNED
           MOVE WS-L-ROSTER TO LVRD-ROSTER-SLOTS
           MOVE WS-L-WATCHES TO LVRD-WATCHES
           MOVE WS-L-DELEGATIONS TO LVRD-DELEGATIONS
           MOVE WS-L-LOCKS TO LVRD-LOCKS
           WRITE LVRD-REC
               INVALID KEY
                   REWRITE LVRD-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-T-LEAVERS TO TL-LEAVERS
           MOVE WS-T-TICKETS TO TL-TICKETS
           MOVE WS-T-UNASSIGNED TO TL-UNASSIGNED
           MOVE WS-T-ROSTER TO TL-ROSTER
           MOVE WS-T-WATCHES TO TL-WATCHES
           MOVE WS-T-DELEGATIONS TO TL-DELEGATIONS
           MOVE WS-T-LOCKS TO TL-LOCKS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE1
           WRITE REPORT-LINE FROM WS-TOTAL-LINE2
           DISPLAY 'LVRCLN01 - LEAVERS: ' WS-T-LEAVERS
               ' REASSIGNED: ' WS-T-TICKETS
               ' UNASSIGNED: ' WS-T-UNASSIGNED
           IF WS-LVR-OVERFLOW > ZERO
               DISPLAY 'LVRCLN01 - ' WS-LVR-OVERFLOW
                   ' LEAVERS OVER THE TABLE - LEFT FOR THE NEXT RUN'
           END-IF
           CLOSE UAF-FILE
           CLOSE LVRD-FILE
           CLOSE TKT-FILE
           CLOSE TICKD-FILE
           IF WS-SESS-OPEN = 'Y'
               CLOSE SESS-FILE
           END-IF
           IF WS-ASGX-OPEN = 'Y'
               CLOSE ASGX-FILE
           END-IF
           IF WS-TEAM-OPEN = 'Y'
               CLOSE TEAM-FILE
           END-IF
           IF WS-UPRF-OPEN = 'Y'
               CLOSE UPRF-FILE
           END-IF
           IF WS-NAM-OPEN = 'Y'
               CLOSE NAM-FILE
           END-IF
           IF WS-ONCL-OPEN = 'Y'
               CLOSE ONCL-FILE
           END-IF
           IF WS-TKWA-OPEN = 'Y'
               CLOSE TKWA-FILE
           END-IF
           IF WS-DLGT-OPEN = 'Y'
               CLOSE DLGT-FILE
           END-IF
           IF WS-TKLK-OPEN = 'Y'
               CLOSE TKLK-FILE
           END-IF
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
