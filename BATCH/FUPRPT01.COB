       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUPRPT01.
      ******************************************************************
      *DESCRIPTION: Nightly missed follow-up report - reads tktm0001    *
      *             for live tickets carrying an agent follow-up        *
      *             (TICKET-FUP-DATE, set on SM0011) whose promised     *
      *             date has slipped by more than the site threshold    *
      *             of business days, counted with the same weekend     *
      *             and bday0001 holiday stepping APPESC01 ages         *
      *             approvals with - regional calendar first, global    *
      *             '**' fall-back, the ticket's routed region. The     *
      *             list is grouped by the agent who made the promise,  *
      *             each heading naming the agent and their uprf0001    *
      *             manager, so the supervisor sees whose check-backs   *
      *             are going unkept. Closed and rejected tickets have  *
      *             their follow-up cleared and are never listed.       *
      *    Threshold: site0001 parameter FUPMISDY, default 2 business   *
      *    days. Read-only against the master - a rerun reprints.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT UPRF-FILE ASSIGN TO UPRF0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPRF-USERID
               FILE STATUS IS WS-UPRF-STATUS.
           SELECT BDAY-FILE ASSIGN TO BDAY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS WS-BDAY-STATUS.
           SELECT SITE-FILE ASSIGN TO SITE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-PARM-ID
               FILE STATUS IS WS-SITE-STATUS.
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

       FD  UPRF-FILE
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UPRF-REC.
           COPY UPRF0001.

       FD  BDAY-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BDAY-REC.
           COPY BDAYCAL1.

       FD  SITE-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITE-REC.
           COPY SITEPRM1.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BDAY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-UPRF-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-BDAY-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT                  PIC S9(9) VALUE ZERO.
       01  WS-WALK-INT                   PIC S9(9) VALUE ZERO.
       01  WS-BD-AGE                     PIC S9(4) VALUE ZERO.
       01  WS-BD-DOW                     PIC S9(4) VALUE ZERO.
       01  WS-TKT-REGION                 PIC X(02) VALUE '**'.
       01  WS-THRESHOLD                  PIC 9(02) VALUE 2.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-FUP-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-MISS-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-AGENT-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-AGENT-MISSES               PIC 9(04) VALUE ZERO.

      *    Missed follow-ups collected for the grouped report - the
      *    bounded in-memory table TKTSLA01 groups its escalations
      *    with; an overflow is logged and the overflowed entries
      *    miss the printed report.
       01  WS-MISS-MAX                   PIC 9(04) VALUE 9999.
       01  WS-MISS-TBL-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-MISS-IDX                   PIC 9(04) VALUE ZERO.
       01  WS-MISS-IDX2                  PIC 9(04) VALUE ZERO.
       01  WS-MISS-TABLE.
           05  WS-MISS-ENTRY OCCURS 9999 TIMES.
               10  WS-MISS-AGENT         PIC X(08).
               10  WS-MISS-TICKET        PIC X(06).
               10  WS-MISS-STATUS        PIC X(01).
               10  WS-MISS-FUP-DATE      PIC 9(08).
               10  WS-MISS-DAYS          PIC 9(03).
               10  WS-MISS-REASON        PIC X(20).
               10  WS-MISS-SVC           PIC X(08).
               10  WS-MISS-ASSIGNED      PIC X(08).
               10  WS-MISS-PRINTED       PIC X(01).
       01  WS-LOW-AGENT                  PIC X(08) VALUE SPACES.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'MISSED AGENT FOLLOW-UP REPORT'.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(18) VALUE
               '  MISSED BY MORE '.
           05  FILLER                    PIC X(05) VALUE 'THAN '.
           05  H1-THRESHOLD              PIC Z9.
           05  FILLER                    PIC X(14) VALUE
               ' BUSINESS DAYS'.
           05  FILLER                    PIC X(25) VALUE SPACES.

       01  WS-AGENT-LINE.
           05  FILLER                    PIC X(07) VALUE 'AGENT: '.
           05  AL-AGENT                  PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-NAME                   PIC X(18).
           05  FILLER                    PIC X(11) VALUE
               '  MANAGER: '.
           05  AL-MANAGER                PIC X(07).
           05  FILLER                    PIC X(79) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(08) VALUE 'TICKET'.
           05  FILLER                    PIC X(04) VALUE 'ST'.
           05  FILLER                    PIC X(10) VALUE 'PROMISED'.
           05  FILLER                    PIC X(06) VALUE 'LATE'.
           05  FILLER                    PIC X(22) VALUE 'REASON'.
           05  FILLER                    PIC X(10) VALUE 'SERVICE'.
           05  FILLER                    PIC X(10) VALUE 'ASSIGNED'.
           05  FILLER                    PIC X(62) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-TICKET                 PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-STATUS                 PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-FUP-DATE               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-DAYS                   PIC ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-REASON                 PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-SVC                    PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ASSIGNED               PIC X(08).
           05  FILLER                    PIC X(64) VALUE SPACES.

       01  WS-AGENT-TOTAL-LINE.
           05  FILLER                    PIC X(30) VALUE
               '  MISSED FOLLOW-UPS FOR AGENT:'.
           05  AT-COUNT                  PIC ZZZ9.
           05  FILLER                    PIC X(98) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(26) VALUE
               'FOLLOW-UPS ON FILE:'.
           05  TL-FUP                    PIC ZZZZZ9.
           05  FILLER                    PIC X(12) VALUE
               '   MISSED:'.
           05  TL-MISS                   PIC ZZZZZ9.
           05  FILLER                    PIC X(12) VALUE
               '   AGENTS:'.
           05  TL-AGENTS                 PIC ZZZ9.
           05  FILLER                    PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           PERFORM 800-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'FUPRPT01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT UPRF-FILE
           IF WS-UPRF-STATUS = '00'
               MOVE 'Y' TO WS-UPRF-OPEN
           END-IF
           OPEN INPUT BDAY-FILE
           IF WS-BDAY-STATUS = '00'
               MOVE 'Y' TO WS-BDAY-OPEN
           END-IF
           PERFORM 110-READ-THRESHOLD
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FUPRPT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 210-READ-TKT.
       100-EXIT.
           EXIT.

       110-READ-THRESHOLD.
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS = '00'
               MOVE 'FUPMISDY' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION NUMVAL(SITE-PARM-VALUE) > ZERO
                           COMPUTE WS-THRESHOLD =
                               FUNCTION NUMVAL(SITE-PARM-VALUE)
                       END-IF
               END-READ
               CLOSE SITE-FILE
           END-IF.
       110-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           IF NOT TKT-CLOSED AND NOT TKT-REJECTED
               AND TKT-FUP-DATE IS NUMERIC
               AND TKT-FUP-DATE > ZERO
               ADD 1 TO WS-FUP-COUNT
               IF TKT-FUP-DATE < WS-TODAY
                   PERFORM 220-COUNT-BUSINESS-LATE
                   IF WS-BD-AGE > WS-THRESHOLD
                       PERFORM 300-COLLECT-MISS
                   END-IF
               END-IF
           END-IF
           PERFORM 210-READ-TKT.
       200-EXIT.
           EXIT.

       210-READ-TKT.
           READ TKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    Business days from the promised date up to today - the
      *    forward walk APPESC01's 220-COUNT-BUSINESS-AGE makes, with
      *    the ticket's own routed region for the holiday probe.
       220-COUNT-BUSINESS-LATE.
           MOVE ZERO TO WS-BD-AGE
           MOVE TKT-REGION TO WS-TKT-REGION
           IF WS-TKT-REGION = SPACES
               MOVE '**' TO WS-TKT-REGION
           END-IF
           COMPUTE WS-WALK-INT =
               FUNCTION INTEGER-OF-DATE(TKT-FUP-DATE)
           PERFORM UNTIL WS-WALK-INT >= WS-TODAY-INT
               ADD 1 TO WS-WALK-INT
               COMPUTE WS-BD-DOW = FUNCTION MOD(WS-WALK-INT 7)
               IF WS-BD-DOW >= 1 AND WS-BD-DOW <= 5
                   PERFORM 225-CHECK-HOLIDAY
                   IF WS-BDAY-STATUS NOT = '00'
                       ADD 1 TO WS-BD-AGE
                   END-IF
               END-IF
           END-PERFORM.
       220-EXIT.
           EXIT.

      *    Regional calendar first, global '**' fall-back - the dual
      *    probe every calendar consumer makes.
       225-CHECK-HOLIDAY.
           MOVE '23' TO WS-BDAY-STATUS
           IF WS-BDAY-OPEN = 'Y'
               MOVE WS-TKT-REGION TO BDAY-REGION
               COMPUTE BDAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
               READ BDAY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BDAY-STATUS NOT = '00'
                   AND WS-TKT-REGION NOT = '**'
                   MOVE '**' TO BDAY-REGION
                   READ BDAY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF.
       225-EXIT.
           EXIT.

       300-COLLECT-MISS.
           ADD 1 TO WS-MISS-COUNT
           IF WS-MISS-TBL-COUNT < WS-MISS-MAX
               ADD 1 TO WS-MISS-TBL-COUNT
               MOVE TKT-FUP-BY TO WS-MISS-AGENT(WS-MISS-TBL-COUNT)
               MOVE TKT-NUM TO WS-MISS-TICKET(WS-MISS-TBL-COUNT)
               MOVE TKT-STATUS TO WS-MISS-STATUS(WS-MISS-TBL-COUNT)
               MOVE TKT-FUP-DATE TO
                   WS-MISS-FUP-DATE(WS-MISS-TBL-COUNT)
               MOVE WS-BD-AGE TO WS-MISS-DAYS(WS-MISS-TBL-COUNT)
               MOVE TKT-FUP-REASON TO
                   WS-MISS-REASON(WS-MISS-TBL-COUNT)
               MOVE TKT-SVC-CODE TO WS-MISS-SVC(WS-MISS-TBL-COUNT)
               MOVE TKT-ASSIGNED-TO TO
                   WS-MISS-ASSIGNED(WS-MISS-TBL-COUNT)
               MOVE 'N' TO WS-MISS-PRINTED(WS-MISS-TBL-COUNT)
           ELSE
               DISPLAY 'FUPRPT01 - REPORT TABLE FULL, TICKET '
                   TKT-NUM ' NOT LISTED'
           END-IF.
       300-EXIT.
           EXIT.

      *    Print the collected misses grouped by agent - the table is
      *    walked repeatedly, each pass picking the lowest agent not
      *    yet printed, the same no-SORT grouping TKTSLA01's
      *    800-PRINT-REPORT uses.
       800-PRINT-REPORT.
           MOVE WS-TODAY TO H1-DATE
           MOVE WS-THRESHOLD TO H1-THRESHOLD
           WRITE REPORT-LINE FROM WS-HEAD1
           MOVE SPACES TO WS-LOW-AGENT
           PERFORM UNTIL WS-LOW-AGENT = HIGH-VALUES
               MOVE HIGH-VALUES TO WS-LOW-AGENT
               PERFORM VARYING WS-MISS-IDX FROM 1 BY 1
                       UNTIL WS-MISS-IDX > WS-MISS-TBL-COUNT
                   IF WS-MISS-PRINTED(WS-MISS-IDX) = 'N'
                       AND WS-MISS-AGENT(WS-MISS-IDX) < WS-LOW-AGENT
                       MOVE WS-MISS-AGENT(WS-MISS-IDX) TO
                           WS-LOW-AGENT
                   END-IF
               END-PERFORM
               IF WS-LOW-AGENT NOT = HIGH-VALUES
                   PERFORM 810-PRINT-AGENT
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FUP-COUNT TO TL-FUP
           MOVE WS-MISS-COUNT TO TL-MISS
           MOVE WS-AGENT-COUNT TO TL-AGENTS
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
       800-EXIT.
           EXIT.

       810-PRINT-AGENT.
           ADD 1 TO WS-AGENT-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOW-AGENT TO AL-AGENT
           MOVE SPACES TO AL-NAME AL-MANAGER
           IF WS-UPRF-OPEN = 'Y'
               MOVE WS-LOW-AGENT TO UPRF-USERID
               READ UPRF-FILE
                   INVALID KEY
                       MOVE 'NO PROFILE' TO AL-NAME
                   NOT INVALID KEY
                       MOVE UPRF-NAME TO AL-NAME
                       MOVE UPRF-MGR-USERID7 TO AL-MANAGER
               END-READ
           END-IF
           WRITE REPORT-LINE FROM WS-AGENT-LINE
           WRITE REPORT-LINE FROM WS-HEAD2
           MOVE ZERO TO WS-AGENT-MISSES
           PERFORM VARYING WS-MISS-IDX2 FROM 1 BY 1
                   UNTIL WS-MISS-IDX2 > WS-MISS-TBL-COUNT
               IF WS-MISS-PRINTED(WS-MISS-IDX2) = 'N'
                   AND WS-MISS-AGENT(WS-MISS-IDX2) = WS-LOW-AGENT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-MISS-TICKET(WS-MISS-IDX2) TO DL-TICKET
                   MOVE WS-MISS-STATUS(WS-MISS-IDX2) TO DL-STATUS
                   MOVE WS-MISS-FUP-DATE(WS-MISS-IDX2) TO DL-FUP-DATE
                   MOVE WS-MISS-DAYS(WS-MISS-IDX2) TO DL-DAYS
                   MOVE WS-MISS-REASON(WS-MISS-IDX2) TO DL-REASON
                   MOVE WS-MISS-SVC(WS-MISS-IDX2) TO DL-SVC
                   MOVE WS-MISS-ASSIGNED(WS-MISS-IDX2) TO DL-ASSIGNED
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   MOVE 'Y' TO WS-MISS-PRINTED(WS-MISS-IDX2)
                   ADD 1 TO WS-AGENT-MISSES
               END-IF
           END-PERFORM
           MOVE WS-AGENT-MISSES TO AT-COUNT
           WRITE REPORT-LINE FROM WS-AGENT-TOTAL-LINE.
       810-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'FUPRPT01 - TICKETS SCANNED: ' WS-REC-COUNT
               ' FOLLOW-UPS: ' WS-FUP-COUNT
               ' MISSED: ' WS-MISS-COUNT
           CLOSE TKT-FILE
           IF WS-UPRF-OPEN = 'Y'
               CLOSE UPRF-FILE
           END-IF
           IF WS-BDAY-OPEN = 'Y'
               CLOSE BDAY-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
