       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTSCR01.
      ******************************************************************
      *DESCRIPTION: Monthly agent scorecard - one page per desk member  *
      *             (every uaf00001 userid with the SERVICE flag not    *
      *             terminated before the period starts) bringing the   *
      *             separate quality reports together, each figure      *
      *             with the team's next to it:                         *
      *               tickets closed and the reopen rate on them - the  *
      *               CLSQTY01 closer measure, closed in the period;    *
      *               hours logged - the EFFRPT01 work-log minutes      *
      *               entered in the period;                            *
      *               average hours to first touch - tickets opened in  *
      *               the period and assigned to the agent, open to     *
      *               TICKET-RESP-DATE/TIME, the RSPRPT01 first touch;  *
      *               average survey score and response rate - the      *
      *               SVYRPT01 closer measure, surveys sent in the      *
      *               period;                                           *
      *               SLA breaches on tickets assigned to the agent -   *
      *               a resolution breach is one due in the period and  *
      *               closed after its due date, flagged breached by    *
      *               the hours sweep, or still live past it at the     *
      *               run date; a response breach is one opened in the  *
      *               period whose first touch tripped TICKET-RESP-ESC. *
      *             The team figure is the desk's average per member    *
      *             for counts and hours, and the pooled rate for the   *
      *             averages and percentages. Work by userids that are  *
      *             not desk members is left out of both. A figure      *
      *             with nothing to average shows --.                   *
      *             Each page opens with a rule line and keeps to the   *
      *             first 76 columns, so the RPTLOD01 'AGTSCR01' step   *
      *             after this one lands it on rptr0001 to be read on   *
      *             SM0037 as printed.                                  *
      *    Report period: command-line parameter, defaulting to the     *
      *    current month - YYYYMM for a calendar month, or YYYY-PP,     *
      *    YYYY-QN, YYYY-PP-QTD or YYYY-PP-YTD for a fiscal period,     *
      *    quarter or to-date rollup on finance's fper0001 calendar     *
      *    (the FPERRNG1 resolver).                                     *
      *    No restart/checkpoint handling - a read-only report.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UAF-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UAF-USERID
               FILE STATUS IS WS-UAF-STATUS.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT TICKD-FILE ASSIGN TO TKTD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TICKD-KEY
               FILE STATUS IS WS-TICKD-STATUS.
           SELECT SRVY-FILE ASSIGN TO SRVY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SRVY-TICKET-NUM
               FILE STATUS IS WS-SRVY-STATUS.
           SELECT FPER-FILE ASSIGN TO FPER0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FPER-KEY
               FILE STATUS IS WS-FPER-STATUS.
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

       FD  SRVY-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SRVY-REC.
           COPY SRVY0001.

       FD  FPER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FPER-REC.
           COPY FPER0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-UAF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SRVY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SRVY-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(12) VALUE SPACES.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM           PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-FPER-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FPER-OPEN                  PIC X(01) VALUE SPACE.
       01  WS-FPRX-WORK.
           COPY FPERWRK1.
       01  WS-GROUP-KEY                  PIC X(08) VALUE SPACES.
       01  WS-REOPENS                    PIC 9(03) VALUE ZERO.
       01  WS-TOUCH-MIN                  PIC S9(09) VALUE ZERO.
       01  WS-HMS                        PIC 9(06) VALUE ZERO.
       01  WS-HMS-X REDEFINES WS-HMS.
           05  WS-HMS-HH                 PIC 9(02).
           05  WS-HMS-MM                 PIC 9(02).
           05  WS-HMS-SS                 PIC 9(02).
       01  WS-FIGURE                     PIC 9(07)V9 VALUE ZERO.
       01  WS-CARDS                      PIC 9(04) VALUE ZERO.

      *    The desk, in userid order as read off uaf00001. Every
      *    measure is accumulated against a member's slot; the team
      *    totals ride in the slot past the last member.
       01  WS-AGT-MAX                    PIC 9(03) VALUE 200.
       01  WS-AGT-TBL-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-AGT-IDX                    PIC 9(03) VALUE ZERO.
       01  WS-TEAM-IDX                   PIC 9(03) VALUE ZERO.
       01  WS-AGT-TABLE.
           05  WS-AGT-ENTRY OCCURS 201 TIMES.
               10  WS-AGT-USER           PIC X(08).
               10  WS-AGT-CLOSED         PIC 9(07).
               10  WS-AGT-BOUNCES        PIC 9(07).
               10  WS-AGT-MINUTES        PIC 9(09).
               10  WS-AGT-TOUCHES        PIC 9(07).
               10  WS-AGT-TOUCH-MIN      PIC 9(11).
               10  WS-AGT-INVITES        PIC 9(07).
               10  WS-AGT-RESPONSES      PIC 9(07).
               10  WS-AGT-SCORE-SUM      PIC 9(08).
               10  WS-AGT-BREACHES       PIC 9(07).

       01  WS-RULE-LINE.
           05  FILLER                    PIC X(76) VALUE ALL '='.
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-HEAD1.
           05  FILLER                    PIC X(18) VALUE
               'AGENT SCORECARD -'.
           05  H1-PERIOD                 PIC X(40).
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(07) VALUE 'AGENT:'.
           05  H2-USER                   PIC X(08).
           05  FILLER                    PIC X(117) VALUE SPACES.

       01  WS-HEAD3.
           05  FILLER                    PIC X(44) VALUE 'MEASURE'.
           05  FILLER                    PIC X(12) VALUE 'AGENT'.
           05  FILLER                    PIC X(08) VALUE 'TEAM'.
           05  FILLER                    PIC X(68) VALUE SPACES.

      *    A whole-number figure for the agent, one decimal for the
      *    team - the team's count is an average per member.
       01  WS-CNT-LINE.
           05  CL-LABEL                  PIC X(40).
           05  CL-AGENT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE SPACES.
           05  CL-TEAM                   PIC ZZZ,ZZ9.9.
           05  FILLER                    PIC X(68) VALUE SPACES.

       01  WS-DEC-LINE.
           05  DL-LABEL                  PIC X(40).
           05  DL-AGENT                  PIC ZZZ,ZZ9.9.
           05  DL-AGENT-X REDEFINES DL-AGENT
                                         PIC X(09).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  DL-TEAM                   PIC ZZZ,ZZ9.9.
           05  DL-TEAM-X REDEFINES DL-TEAM
                                         PIC X(09).
           05  FILLER                    PIC X(68) VALUE SPACES.

       01  WS-BASIS-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  BL-TEXT                   PIC X(72).
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-EDIT-A                     PIC ZZZ,ZZ9.
       01  WS-EDIT-B                     PIC ZZZ,ZZ9.

       01  WS-NONE-LINE.
           05  FILLER                    PIC X(132) VALUE
               'NO DESK MEMBERS (SERVICE USERIDS) ON UAF00001'.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(20) VALUE
               'SCORECARDS PRINTED:'.
           05  TL-CARDS                  PIC ZZZ9.
           05  FILLER                    PIC X(108) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-DESK
           PERFORM 300-SCAN-TICKETS
           PERFORM 400-SCAN-WORK-LOG
           PERFORM 500-SCAN-SURVEYS
           PERFORM 800-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM TO FPRX-PARM
           MOVE WS-TODAY-YYYYMM TO FPRX-DEFAULT-MONTH
           PERFORM 120-RESOLVE-PERIOD THRU 120-EXIT
           INITIALIZE WS-AGT-TABLE
           OPEN INPUT UAF-FILE
           IF WS-UAF-STATUS NOT = '00'
               DISPLAY 'AGTSCR01 - ERROR OPENING UAF00001, STATUS='
                   WS-UAF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'AGTSCR01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'AGTSCR01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TICKD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No survey file means no survey has been sent yet - the
      *    survey figures show -- rather than failing the run.
           OPEN INPUT SRVY-FILE
           IF WS-SRVY-STATUS = '00'
               MOVE 'Y' TO WS-SRVY-OPEN
           ELSE
               DISPLAY 'AGTSCR01 - SRVY0001 NOT AVAILABLE, STATUS='
                   WS-SRVY-STATUS ' - NO SURVEY FIGURES'
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'AGTSCR01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FPRX-LABEL TO H1-PERIOD.
       100-EXIT.
           EXIT.

      *    The report period - a calendar month or a fiscal period,
      *    quarter or to-date rollup off fper0001 - as a date range.
       120-RESOLVE-PERIOD.
           COPY FPERRNG1.
           IF FPRX-VALID NOT = 'Y'
               DISPLAY 'AGTSCR01 - ' FPRX-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       120-EXIT.
           EXIT.

      *    A member who left during the period still gets the card for
      *    the part of it they worked.
       200-LOAD-DESK.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ UAF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   AND UAF-SERVICE = 'Y'
                   PERFORM 210-ADD-MEMBER THRU 210-EXIT
               END-IF
           END-PERFORM
           COMPUTE WS-TEAM-IDX = WS-AGT-TBL-COUNT + 1
           MOVE '*TEAM*' TO WS-AGT-USER(WS-TEAM-IDX).
       200-EXIT.
           EXIT.

       210-ADD-MEMBER.
           IF UAF-TERM-DATE IS NUMERIC
               AND UAF-TERM-DATE NOT = ZERO
               AND UAF-TERM-DATE < FPRX-FROM-DATE
               GO TO 210-EXIT
           END-IF
           IF WS-AGT-TBL-COUNT >= WS-AGT-MAX
               DISPLAY 'AGTSCR01 - AGENT TABLE OVERFLOW, '
                   UAF-USERID ' NOT REPORTED'
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-AGT-TBL-COUNT
           MOVE UAF-USERID TO WS-AGT-USER(WS-AGT-TBL-COUNT).
       210-EXIT.
           EXIT.

      *    WS-AGT-IDX comes back past the last member when the userid
      *    is not on the desk.
       250-FIND-AGENT.
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-TBL-COUNT
                   OR WS-AGT-USER(WS-AGT-IDX) = WS-GROUP-KEY
               CONTINUE
           END-PERFORM.
       250-EXIT.
           EXIT.

      *    One pass over the master serves three measures: closures
      *    and their bounces go to the closer, first touch and breaches
      *    to the assignee.
       300-SCAN-TICKETS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TKT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   PERFORM 310-TABLE-CLOSER
                   PERFORM 320-TABLE-ASSIGNEE THRU 320-EXIT
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-TABLE-CLOSER.
           IF TKT-CLOSED AND TKT-CLOSED-DATE IS NUMERIC
               AND TKT-CLOSED-DATE NOT < FPRX-FROM-DATE
               AND TKT-CLOSED-DATE NOT > FPRX-TO-DATE
               MOVE TKT-CLOSED-BY TO WS-GROUP-KEY
               PERFORM 250-FIND-AGENT
               IF WS-AGT-IDX NOT > WS-AGT-TBL-COUNT
                   MOVE ZERO TO WS-REOPENS
                   IF TKT-REOPEN-COUNT IS NUMERIC
                       MOVE TKT-REOPEN-COUNT TO WS-REOPENS
                   END-IF
                   ADD 1 TO WS-AGT-CLOSED(WS-AGT-IDX)
                   ADD WS-REOPENS TO WS-AGT-BOUNCES(WS-AGT-IDX)
               END-IF
           END-IF.
       310-EXIT.
           EXIT.

       320-TABLE-ASSIGNEE.
           IF TKT-ASSIGNED-TO = SPACES OR TKT-REJECTED
               GO TO 320-EXIT
           END-IF
           MOVE TKT-ASSIGNED-TO TO WS-GROUP-KEY
           PERFORM 250-FIND-AGENT
           IF WS-AGT-IDX > WS-AGT-TBL-COUNT
               GO TO 320-EXIT
           END-IF
           IF TKT-OPEN-DATE IS NUMERIC
               AND TKT-OPEN-DATE NOT < FPRX-FROM-DATE
               AND TKT-OPEN-DATE NOT > FPRX-TO-DATE
               PERFORM 330-FIRST-TOUCH THRU 330-EXIT
               IF TKT-RESP-ESC IS NUMERIC AND TKT-RESP-ESC > ZERO
                   ADD 1 TO WS-AGT-BREACHES(WS-AGT-IDX)
               END-IF
           END-IF
           IF TKT-DUE-DATE IS NUMERIC
               AND TKT-DUE-DATE NOT < FPRX-FROM-DATE
               AND TKT-DUE-DATE NOT > FPRX-TO-DATE
               EVALUATE TRUE
               WHEN TKT-SLA-HRS-BREACHED
                   ADD 1 TO WS-AGT-BREACHES(WS-AGT-IDX)
               WHEN TKT-CLOSED
                   IF TKT-CLOSED-DATE IS NUMERIC
                       AND TKT-CLOSED-DATE > TKT-DUE-DATE
                       ADD 1 TO WS-AGT-BREACHES(WS-AGT-IDX)
                   END-IF
               WHEN OTHER
                   IF TKT-DUE-DATE < WS-TODAY
                       ADD 1 TO WS-AGT-BREACHES(WS-AGT-IDX)
                   END-IF
               END-EVALUATE
           END-IF.
       320-EXIT.
           EXIT.

      *    Open to first touch in minutes, across midnight by day
      *    number; a first touch stamped before the open (a clock
      *    fault) is not averaged in.
       330-FIRST-TOUCH.
           IF TKT-RESP-DATE NOT NUMERIC OR TKT-RESP-DATE = ZERO
               OR TKT-OPEN-TIME NOT NUMERIC
               OR TKT-RESP-TIME NOT NUMERIC
               GO TO 330-EXIT
           END-IF
           COMPUTE WS-TOUCH-MIN =
               (FUNCTION INTEGER-OF-DATE(TKT-RESP-DATE)
                - FUNCTION INTEGER-OF-DATE(TKT-OPEN-DATE)) * 1440
           MOVE TKT-RESP-TIME TO WS-HMS
           COMPUTE WS-TOUCH-MIN = WS-TOUCH-MIN
               + (WS-HMS-HH * 60) + WS-HMS-MM
           MOVE TKT-OPEN-TIME TO WS-HMS
           COMPUTE WS-TOUCH-MIN = WS-TOUCH-MIN
               - (WS-HMS-HH * 60) - WS-HMS-MM
           IF WS-TOUCH-MIN < ZERO
               GO TO 330-EXIT
           END-IF
           ADD 1 TO WS-AGT-TOUCHES(WS-AGT-IDX)
           ADD WS-TOUCH-MIN TO WS-AGT-TOUCH-MIN(WS-AGT-IDX).
       330-EXIT.
           EXIT.

      *    Hours logged the EFFRPT01 way - lines with no minutes (from
      *    before the field existed) are skipped.
       400-SCAN-WORK-LOG.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TICKD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   AND TICKD-MINUTES IS NUMERIC AND TICKD-MINUTES > ZERO
                   AND TICKD-ENTERED-DATE IS NUMERIC
                   AND TICKD-ENTERED-DATE NOT < FPRX-FROM-DATE
                   AND TICKD-ENTERED-DATE NOT > FPRX-TO-DATE
                   MOVE TICKD-ENTERED-BY TO WS-GROUP-KEY
                   PERFORM 250-FIND-AGENT
                   IF WS-AGT-IDX NOT > WS-AGT-TBL-COUNT
                       ADD TICKD-MINUTES TO WS-AGT-MINUTES(WS-AGT-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

      *    Surveys SENT in the period, the SVYRPT01 rule - a slow
      *    reply still scores the period it was asked about.
       500-SCAN-SURVEYS.
           MOVE 'N' TO WS-EOF
           IF WS-SRVY-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SRVY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   AND SRVY-SENT-DATE NOT < FPRX-FROM-DATE
                   AND SRVY-SENT-DATE NOT > FPRX-TO-DATE
                   MOVE SRVY-CLOSED-BY TO WS-GROUP-KEY
                   PERFORM 250-FIND-AGENT
                   IF WS-AGT-IDX NOT > WS-AGT-TBL-COUNT
                       ADD 1 TO WS-AGT-INVITES(WS-AGT-IDX)
                       IF SRVY-RESPONDED
                           ADD 1 TO WS-AGT-RESPONSES(WS-AGT-IDX)
                           ADD SRVY-SCORE
                               TO WS-AGT-SCORE-SUM(WS-AGT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.

      *    Team totals first, into the slot past the last member, then
      *    one card per member.
       800-PRINT-REPORT.
           IF WS-AGT-TBL-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-RULE-LINE
               WRITE REPORT-LINE FROM WS-HEAD1
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-TBL-COUNT
               ADD WS-AGT-CLOSED(WS-AGT-IDX)
                   TO WS-AGT-CLOSED(WS-TEAM-IDX)
               ADD WS-AGT-BOUNCES(WS-AGT-IDX)
                   TO WS-AGT-BOUNCES(WS-TEAM-IDX)
               ADD WS-AGT-MINUTES(WS-AGT-IDX)
                   TO WS-AGT-MINUTES(WS-TEAM-IDX)
               ADD WS-AGT-TOUCHES(WS-AGT-IDX)
                   TO WS-AGT-TOUCHES(WS-TEAM-IDX)
               ADD WS-AGT-TOUCH-MIN(WS-AGT-IDX)
                   TO WS-AGT-TOUCH-MIN(WS-TEAM-IDX)
               ADD WS-AGT-INVITES(WS-AGT-IDX)
                   TO WS-AGT-INVITES(WS-TEAM-IDX)
               ADD WS-AGT-RESPONSES(WS-AGT-IDX)
                   TO WS-AGT-RESPONSES(WS-TEAM-IDX)
               ADD WS-AGT-SCORE-SUM(WS-AGT-IDX)
                   TO WS-AGT-SCORE-SUM(WS-TEAM-IDX)
               ADD WS-AGT-BREACHES(WS-AGT-IDX)
                   TO WS-AGT-BREACHES(WS-TEAM-IDX)
           END-PERFORM
           PERFORM 810-PRINT-CARD
               VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-AGT-TBL-COUNT.
       800-EXIT.
           EXIT.

       810-PRINT-CARD.
           ADD 1 TO WS-CARDS
           WRITE REPORT-LINE FROM WS-RULE-LINE
           WRITE REPORT-LINE FROM WS-HEAD1
           MOVE WS-AGT-USER(WS-AGT-IDX) TO H2-USER
           WRITE REPORT-LINE FROM WS-HEAD2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEAD3
      *    Tickets closed.
           MOVE 'TICKETS CLOSED' TO CL-LABEL
           MOVE WS-AGT-CLOSED(WS-AGT-IDX) TO CL-AGENT
           COMPUTE WS-FIGURE ROUNDED =
               WS-AGT-CLOSED(WS-TEAM-IDX) / WS-AGT-TBL-COUNT
           MOVE WS-FIGURE TO CL-TEAM
           WRITE REPORT-LINE FROM WS-CNT-LINE
      *    Hours logged.
           MOVE 'HOURS LOGGED' TO DL-LABEL
           COMPUTE WS-FIGURE ROUNDED =
               WS-AGT-MINUTES(WS-AGT-IDX) / 60
           MOVE WS-FIGURE TO DL-AGENT
           COMPUTE WS-FIGURE ROUNDED =
               WS-AGT-MINUTES(WS-TEAM-IDX) / 60 / WS-AGT-TBL-COUNT
           MOVE WS-FIGURE TO DL-TEAM
           WRITE REPORT-LINE FROM WS-DEC-LINE
      *    Average time to first touch.
           MOVE 'AVG HOURS TO FIRST TOUCH' TO DL-LABEL
           IF WS-AGT-TOUCHES(WS-AGT-IDX) > ZERO
               COMPUTE WS-FIGURE ROUNDED =
                   WS-AGT-TOUCH-MIN(WS-AGT-IDX) / 60
                   / WS-AGT-TOUCHES(WS-AGT-IDX)
               MOVE WS-FIGURE TO DL-AGENT
           ELSE
               MOVE '       --' TO DL-AGENT-X
           END-IF
           IF WS-AGT-TOUCHES(WS-TEAM-IDX) > ZERO
               COMPUTE WS-FIGURE ROUNDED =
                   WS-AGT-TOUCH-MIN(WS-TEAM-IDX) / 60
                   / WS-AGT-TOUCHES(WS-TEAM-IDX)
               MOVE WS-FIGURE TO DL-TEAM
           ELSE
               MOVE '       --' TO DL-TEAM-X
           END-IF
           WRITE REPORT-LINE FROM WS-DEC-LINE
           MOVE WS-AGT-TOUCHES(WS-AGT-IDX) TO WS-EDIT-A
           MOVE SPACES TO BL-TEXT
           STRING 'OVER' WS-EDIT-A ' ASSIGNED TICKETS OPENED AND'
               ' FIRST-TOUCHED' DELIMITED BY SIZE INTO BL-TEXT
           END-STRING
           WRITE REPORT-LINE FROM WS-BASIS-LINE
      *    Reopen rate on the agent's closures.
           MOVE 'REOPEN RATE PCT' TO DL-LABEL
           IF WS-AGT-CLOSED(WS-AGT-IDX) > ZERO
               COMPUTE WS-FIGURE ROUNDED =
                   WS-AGT-BOUNCES(WS-AGT-IDX) * 100
                   / WS-AGT-CLOSED(WS-AGT-IDX)
               MOVE WS-FIGURE TO DL-AGENT
           ELSE
               MOVE '       --' TO DL-AGENT-X
           END-IF
           IF WS-AGT-CLOSED(WS-TEAM-IDX) > ZERO
               COMPUTE WS-FIGURE ROUNDED =
                   WS-AGT-BOUNCES(WS-TEAM-IDX) * 100
                   / WS-AGT-CLOSED(WS-TEAM-IDX)
               MOVE WS-FIGURE TO DL-TEAM
           ELSE
               MOVE '       --' TO DL-TEAM-X
           END-IF
           WRITE REPORT-LINE FROM WS-DEC-LINE
           MOVE WS-AGT-BOUNCES(WS-AGT-IDX) TO WS-EDIT-A
           MOVE WS-AGT-CLOSED(WS-AGT-IDX) TO WS-EDIT-B
           MOVE SPACES TO BL-TEXT
           STRING 'BOUNCES' WS-EDIT-A ' ON' WS-EDIT-B ' CLOSURES'
               DELIMITED BY SIZE INTO BL-TEXT
           END-STRING
           WRITE REPORT-LINE FROM WS-BASIS-LINE
      *    Average survey score, then the response rate behind it.
           MOVE 'AVG SURVEY SCORE' TO DL-LABEL
           IF WS-AGT-RESPONSES(WS-AGT-IDX) > ZERO
               COMPUTE WS-FIGURE ROUNDED =
                   WS-AGT-SCORE-SUM(WS-AGT-IDX)
                   / WS-AGT-RESPONSES(WS-AGT-IDX)
               MOVE WS-FIGURE TO DL-AGENT
           ELSE
               MOVE '       --' TO DL-AGENT-X
           END-IF
           IF WS-AGT-RESPONSES(WS-TEAM-IDX) > ZERO
               COMPUTE WS-FIGURE ROUNDED =
                   WS-AGT-SCORE-SUM(WS-TEAM-IDX)
                   / WS-AGT-RESPONSES(WS-TEAM-IDX)
               MOVE WS-FIGURE TO DL-TEAM
           ELSE
               MOVE '       --' TO DL-TEAM-X
           END-IF
           WRITE REPORT-LINE FROM WS-DEC-LINE
           MOVE 'SURVEY RESPONSE RATE PCT' TO DL-LABEL
           IF WS-AGT-INVITES(WS-AGT-IDX) > ZERO
               COMPUTE WS-FIGURE ROUNDED =
                   WS-AGT-RESPONSES(WS-AGT-IDX) * 100
                   / WS-AGT-INVITES(WS-AGT-IDX)
               MOVE WS-FIGURE TO DL-AGENT
           ELSE
               MOVE '       --' TO DL-AGENT-X
           END-IF
           IF WS-AGT-INVITES(WS-TEAM-IDX) > ZERO
               COMPUTE WS-FIGURE ROUNDED =
                   WS-AGT-RESPONSES(WS-TEAM-IDX) * 100
                   / WS-AGT-INVITES(WS-TEAM-IDX)
               MOVE WS-FIGURE TO DL-TEAM
           ELSE
               MOVE '       --' TO DL-TEAM-X
           END-IF
           WRITE REPORT-LINE FROM WS-DEC-LINE
           MOVE WS-AGT-RESPONSES(WS-AGT-IDX) TO WS-EDIT-A
           MOVE WS-AGT-INVITES(WS-AGT-IDX) TO WS-EDIT-B
           MOVE SPACES TO BL-TEXT
           STRING 'RESPONSES' WS-EDIT-A ' OF' WS-EDIT-B
               ' SURVEYS SENT' DELIMITED BY SIZE INTO BL-TEXT
           END-STRING
           WRITE REPORT-LINE FROM WS-BASIS-LINE
      *    SLA breaches on assigned tickets.
           MOVE 'SLA BREACHES ON ASSIGNED TICKETS' TO CL-LABEL
           MOVE WS-AGT-BREACHES(WS-AGT-IDX) TO CL-AGENT
           COMPUTE WS-FIGURE ROUNDED =
               WS-AGT-BREACHES(WS-TEAM-IDX) / WS-AGT-TBL-COUNT
           MOVE WS-FIGURE TO CL-TEAM
           WRITE REPORT-LINE FROM WS-CNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
       810-EXIT.
           EXIT.

      *    One fiscal period for FPERRNG1. No fper0001 means no
      *    fiscal calendar has been keyed - only a calendar month can
      *    be reported.
       976-READ-FPER.
           MOVE 'N' TO FPRX-FOUND
           IF WS-FPER-OPEN = SPACE
               MOVE 'N' TO WS-FPER-OPEN
               OPEN INPUT FPER-FILE
               IF WS-FPER-STATUS = '00'
                   MOVE 'Y' TO WS-FPER-OPEN
               END-IF
           END-IF
           IF WS-FPER-OPEN NOT = 'Y'
               GO TO 976-EXIT
           END-IF
           MOVE FPRX-PROBE-YEAR TO FPER-YEAR
           MOVE FPRX-PROBE-PERIOD TO FPER-PERIOD
           READ FPER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO FPRX-FOUND
                   MOVE FPER-START-DATE TO FPRX-P-START
                   MOVE FPER-END-DATE TO FPRX-P-END
                   MOVE FPER-QUARTER TO FPRX-P-QTR
           END-READ.
       976-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-CARDS TO TL-CARDS
           WRITE REPORT-LINE FROM WS-RULE-LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'AGTSCR01 - SCORECARDS PRINTED: ' WS-CARDS
           CLOSE UAF-FILE
           CLOSE TKT-FILE
           CLOSE TICKD-FILE
           IF WS-SRVY-OPEN = 'Y'
               CLOSE SRVY-FILE
           END-IF
           IF WS-FPER-OPEN = 'Y'
               CLOSE FPER-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
