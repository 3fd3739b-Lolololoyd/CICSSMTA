       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTTRD01.
      ******************************************************************
      *DESCRIPTION: Yearly ticket trend across live and archived        *
      *             tickets - reads tktm0001 and then the tkam0001      *
      *             archive TKTPRG01 moves closed tickets to, so a      *
      *             purged year still counts, and compares up to five   *
      *             years side by side. Each ticket belongs to the      *
      *             year it was opened in; for every year the report    *
      *             gives                                               *
      *               tickets opened and the growth on the year before; *
      *               average resolution days - open date to closed    *
      *               date, calendar days, over the closed tickets;     *
      *               reopen rate - TICKET-REOPEN-COUNT bounces per     *
      *               hundred closures, the CLSQTY01 measure;           *
      *               breach rate - per hundred tickets with a due      *
      *               date, those closed after it, escalated by the     *
      *               TKTSLA01 sweep, flagged breached by its hours     *
      *               sweep, or still live past it today.               *
      *             Rejected tickets count as opened and nowhere else.  *
      *             The figures print for all tickets, then by service  *
      *             code, by svcc0001 category of the code and by the   *
      *             requestor's uprf0001 department. A code not on the  *
      *             catalog or a requestor with no profile tallies      *
      *             under *NONE*. A ticket caught on both files by a    *
      *             restore TKTRST01 did not finish is counted once,    *
      *             from the live copy.                                 *
      *    Parameter: positions 1-4 the last year to report, defaulting *
      *    to the current year; position 5 how many years back to       *
      *    show, 1-5, defaulting to 5 - e.g. '20265'.                   *
      *    No restart/checkpoint handling - read-only, simply rerun.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT ARCM-FILE ASSIGN TO TKAM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCM-NUM
               FILE STATUS IS WS-ARCM-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT UPRF-FILE ASSIGN TO UPRF0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPRF-USERID
               FILE STATUS IS WS-UPRF-STATUS.
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

      *    Keyed archive mirror of the live master - same copybook,
      *    different name prefix so both can be open at once.
       FD  ARCM-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCM-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==ARCM-==.

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.

       FD  UPRF-FILE
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UPRF-REC.
           COPY UPRF0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ARCM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ARCM-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SVC-OPEN                   PIC X(01) VALUE 'N'.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UPRF-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(12) VALUE SPACES.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY             PIC 9(04).
           05  FILLER                    PIC 9(04).
       01  WS-LAST-YEAR                  PIC 9(04) VALUE ZERO.
       01  WS-FIRST-YEAR                 PIC 9(04) VALUE ZERO.
       01  WS-OPEN-YEAR                  PIC 9(04) VALUE ZERO.
       01  WS-HEAD-YEAR                  PIC 9(04) VALUE ZERO.
       01  WS-YEARS                      PIC 9(01) VALUE 5.
       01  WS-LIVE-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-ARCH-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-BOTH-COUNT                 PIC 9(07) VALUE ZERO.

      *    The ticket being tallied, off whichever file it came from.
       01  WS-TRD-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TRD-==.

      *    What the ticket adds to its year's figures.
       01  WS-YR-IDX                     PIC 9(01) VALUE ZERO.
       01  WS-IS-CLOSED                  PIC 9(01) VALUE ZERO.
       01  WS-RES-DAYS                   PIC S9(07) VALUE ZERO.
       01  WS-BOUNCES                    PIC 9(03) VALUE ZERO.
       01  WS-HAS-DUE                    PIC 9(01) VALUE ZERO.
       01  WS-IS-BREACH                  PIC 9(01) VALUE ZERO.
       01  WS-CATEGORY                   PIC X(08) VALUE SPACES.
       01  WS-DEPT                       PIC X(08) VALUE SPACES.
       01  WS-LAST-SVC                   PIC X(08) VALUE LOW-VALUES.

      *    One entry per section and key, kept in section-then-key
      *    order as entries are added, so the report prints straight
      *    down the table: 0 all tickets, 1 service code, 2 category,
      *    3 department.
       01  WS-TRD-MAX                    PIC 9(03) VALUE 600.
       01  WS-TRD-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-TRD-DROPPED                PIC 9(07) VALUE ZERO.
       01  WS-TRD-IDX                    PIC 9(03) VALUE ZERO.
       01  WS-MOVE-IDX                   PIC 9(03) VALUE ZERO.
       01  WS-Y                          PIC 9(01) VALUE ZERO.
       01  WS-FIND-KEY.
           05  WS-FIND-SECTION           PIC X(01).
           05  WS-FIND-CODE              PIC X(08).
       01  WS-TRD-TABLE.
           05  WS-TRD-ENTRY OCCURS 600 TIMES.
               10  WS-TRD-KEY.
                   15  WS-TRD-SECTION    PIC X(01).
                   15  WS-TRD-CODE       PIC X(08).
               10  WS-TRD-YEAR OCCURS 5 TIMES.
                   15  WS-TRD-OPENED     PIC 9(07).
                   15  WS-TRD-CLOSED     PIC 9(07).
                   15  WS-TRD-RES-DAYS   PIC 9(09).
                   15  WS-TRD-BOUNCES    PIC 9(07).
                   15  WS-TRD-DUE        PIC 9(07).
                   15  WS-TRD-BREACHES   PIC 9(07).

       01  WS-FIGURE                     PIC S9(07)V9 VALUE ZERO.
       01  WS-EDIT-CNT                   PIC ZZZ,ZZ9.
       01  WS-PREV-SECTION               PIC X(01) VALUE SPACE.

       01  WS-HEAD1.
           05  FILLER                    PIC X(46) VALUE
               'YEARLY TICKET TREND - LIVE AND ARCHIVED, YEARS'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  H1-FIRST                  PIC 9(04).
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  H1-LAST                   PIC 9(04).
           05  FILLER                    PIC X(73) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(60) VALUE
               'EACH TICKET COUNTS IN THE YEAR IT WAS OPENED'.
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-TITLE                  PIC X(40).
           05  FILLER                    PIC X(92) VALUE SPACES.

       01  WS-COL-HEAD.
           05  CH-KEY                    PIC X(10).
           05  FILLER                    PIC X(20) VALUE 'MEASURE'.
           05  CH-YEAR-COL OCCURS 5 TIMES.
               10  FILLER                PIC X(08).
               10  CH-YEAR               PIC X(04).
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  WS-ROW-LINE.
           05  RL-KEY                    PIC X(10).
           05  RL-MEASURE                PIC X(20).
           05  RL-YEAR-COL OCCURS 5 TIMES.
               10  FILLER                PIC X(02).
               10  RL-VAL                PIC -ZZZ,ZZ9.9.
               10  RL-VAL-X REDEFINES RL-VAL
                                         PIC X(10).
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                    PIC X(18) VALUE
               'TICKETS - LIVE:'.
           05  TL-LIVE                   PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  ARCHIVED:'.
           05  TL-ARCH                   PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(22) VALUE
               '  ON BOTH, LIVE USED:'.
           05  TL-BOTH                   PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(53) VALUE SPACES.

       01  WS-DROPPED-LINE.
           05  FILLER                    PIC X(40) VALUE
               'TALLIES DROPPED - TREND TABLE FULL:'.
           05  DR-COUNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-SCAN-LIVE
           PERFORM 300-SCAN-ARCHIVE
           PERFORM 800-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-TODAY-YYYY TO WS-LAST-YEAR
           IF WS-PARM(1:4) NOT = SPACES
               IF WS-PARM(1:4) IS NUMERIC AND WS-PARM(1:4) > '1900'
                   MOVE WS-PARM(1:4) TO WS-LAST-YEAR
               ELSE
                   DISPLAY 'TKTTRD01 - INVALID YEAR PARAMETER '
                       WS-PARM(1:4)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PARM(5:1) NOT = SPACE
               IF WS-PARM(5:1) IS NUMERIC
                   AND WS-PARM(5:1) >= '1' AND WS-PARM(5:1) <= '5'
                   MOVE WS-PARM(5:1) TO WS-YEARS
               ELSE
                   DISPLAY 'TKTTRD01 - YEARS TO SHOW MUST BE 1-5, '
                       'NOT ' WS-PARM(5:1)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-FIRST-YEAR = WS-LAST-YEAR - WS-YEARS + 1
           INITIALIZE WS-TRD-TABLE
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'TKTTRD01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No archive yet means nothing has been purged - the live
      *    file is the whole history.
           OPEN INPUT ARCM-FILE
           IF WS-ARCM-STATUS = '00'
               MOVE 'Y' TO WS-ARCM-OPEN
           ELSE
               DISPLAY 'TKTTRD01 - TKAM0001 NOT AVAILABLE, STATUS='
                   WS-ARCM-STATUS ' - LIVE TICKETS ONLY'
           END-IF
           OPEN INPUT SVC-FILE
           IF WS-SVC-STATUS = '00'
               MOVE 'Y' TO WS-SVC-OPEN
           ELSE
               DISPLAY 'TKTTRD01 - SVCC0001 NOT AVAILABLE, STATUS='
                   WS-SVC-STATUS ' - NO CATEGORIES'
           END-IF
           OPEN INPUT UPRF-FILE
           IF WS-UPRF-STATUS = '00'
               MOVE 'Y' TO WS-UPRF-OPEN
           ELSE
               DISPLAY 'TKTTRD01 - UPRF0001 NOT AVAILABLE, STATUS='
                   WS-UPRF-STATUS ' - NO DEPARTMENTS'
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'TKTTRD01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       100-EXIT.
           EXIT.

       200-SCAN-LIVE.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TKT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE TKT-REC TO WS-TRD-REC
                   PERFORM 400-TALLY-TICKET THRU 400-EXIT
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.

      *    An archived ticket still on the live file was counted from
      *    there already.
       300-SCAN-ARCHIVE.
           MOVE 'N' TO WS-EOF
           IF WS-ARCM-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   MOVE ARCM-NUM TO TKT-NUM
                   READ TKT-FILE
                       INVALID KEY
                           ADD 1 TO WS-ARCH-COUNT
                           MOVE ARCM-REC TO WS-TRD-REC
                           PERFORM 400-TALLY-TICKET THRU 400-EXIT
                       NOT INVALID KEY
                           ADD 1 TO WS-BOTH-COUNT
                   END-READ
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

      *    Work out what the ticket adds, then post it to the all-
      *    tickets line and its code, category and department lines.
       400-TALLY-TICKET.
           IF TRD-OPEN-DATE NOT NUMERIC
               GO TO 400-EXIT
           END-IF
           MOVE TRD-OPEN-DATE(1:4) TO WS-OPEN-YEAR
           IF WS-OPEN-YEAR < WS-FIRST-YEAR
               OR WS-OPEN-YEAR > WS-LAST-YEAR
               GO TO 400-EXIT
           END-IF
           COMPUTE WS-YR-IDX = WS-OPEN-YEAR - WS-FIRST-YEAR + 1
           MOVE ZERO TO WS-IS-CLOSED WS-RES-DAYS WS-BOUNCES
           MOVE ZERO TO WS-HAS-DUE WS-IS-BREACH
           IF TRD-CLOSED AND TRD-CLOSED-DATE IS NUMERIC
               AND TRD-CLOSED-DATE NOT < TRD-OPEN-DATE
               MOVE 1 TO WS-IS-CLOSED
               COMPUTE WS-RES-DAYS =
                   FUNCTION INTEGER-OF-DATE(TRD-CLOSED-DATE)
                   - FUNCTION INTEGER-OF-DATE(TRD-OPEN-DATE)
               IF TRD-REOPEN-COUNT IS NUMERIC
                   MOVE TRD-REOPEN-COUNT TO WS-BOUNCES
               END-IF
           END-IF
           IF NOT TRD-REJECTED
               AND TRD-DUE-DATE IS NUMERIC AND TRD-DUE-DATE > ZERO
               MOVE 1 TO WS-HAS-DUE
               EVALUATE TRUE
               WHEN TRD-SLA-HRS-BREACHED
                   MOVE 1 TO WS-IS-BREACH
               WHEN TRD-ESC-LEVEL IS NUMERIC AND TRD-ESC-LEVEL > ZERO
                   MOVE 1 TO WS-IS-BREACH
               WHEN TRD-CLOSED
                   IF TRD-CLOSED-DATE IS NUMERIC
                       AND TRD-CLOSED-DATE > TRD-DUE-DATE
                       MOVE 1 TO WS-IS-BREACH
                   END-IF
               WHEN OTHER
                   IF TRD-DUE-DATE < WS-TODAY
                       MOVE 1 TO WS-IS-BREACH
                   END-IF
               END-EVALUATE
           END-IF
           PERFORM 420-LOOKUP-CATEGORY THRU 420-EXIT
           PERFORM 430-LOOKUP-DEPT THRU 430-EXIT
           MOVE '0' TO WS-FIND-SECTION
           MOVE 'ALL' TO WS-FIND-CODE
           PERFORM 450-POST THRU 450-EXIT
           MOVE '1' TO WS-FIND-SECTION
           MOVE TRD-SVC-CODE TO WS-FIND-CODE
           IF WS-FIND-CODE = SPACES
               MOVE '*NONE*' TO WS-FIND-CODE
           END-IF
           PERFORM 450-POST THRU 450-EXIT
           MOVE '2' TO WS-FIND-SECTION
           MOVE WS-CATEGORY TO WS-FIND-CODE
           PERFORM 450-POST THRU 450-EXIT
           MOVE '3' TO WS-FIND-SECTION
           MOVE WS-DEPT TO WS-FIND-CODE
           PERFORM 450-POST THRU 450-EXIT.
       400-EXIT.
           EXIT.

      *    The catalog entry is re-read only when the code changes.
       420-LOOKUP-CATEGORY.
           IF TRD-SVC-CODE = WS-LAST-SVC
               GO TO 420-EXIT
           END-IF
           MOVE TRD-SVC-CODE TO WS-LAST-SVC
           MOVE '*NONE*' TO WS-CATEGORY
           IF WS-SVC-OPEN NOT = 'Y'
               GO TO 420-EXIT
           END-IF
           MOVE TRD-SVC-CODE TO SVC-CODE
           READ SVC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SVC-CATEGORY NOT = SPACES
                       MOVE SVC-CATEGORY TO WS-CATEGORY
                   END-IF
           END-READ.
       420-EXIT.
           EXIT.

       430-LOOKUP-DEPT.
           MOVE '*NONE*' TO WS-DEPT
           IF WS-UPRF-OPEN NOT = 'Y'
               GO TO 430-EXIT
           END-IF
           MOVE TRD-REQUESTOR TO UPRF-USERID
           READ UPRF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UPRF-DEPT NOT = SPACES
                       MOVE UPRF-DEPT TO WS-DEPT
                   END-IF
           END-READ.
       430-EXIT.
           EXIT.

      *    Find the section+key entry, or open one in key order by
      *    shuffling the later entries down a slot.
       450-POST.
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-IDX > WS-TRD-COUNT
                   OR WS-TRD-KEY(WS-TRD-IDX) NOT < WS-FIND-KEY
               CONTINUE
           END-PERFORM
           IF WS-TRD-IDX > WS-TRD-COUNT
               OR WS-TRD-KEY(WS-TRD-IDX) NOT = WS-FIND-KEY
               IF WS-TRD-COUNT >= WS-TRD-MAX
                   ADD 1 TO WS-TRD-DROPPED
                   GO TO 450-EXIT
               END-IF
               PERFORM VARYING WS-MOVE-IDX FROM WS-TRD-COUNT BY -1
                       UNTIL WS-MOVE-IDX < WS-TRD-IDX
                   MOVE WS-TRD-ENTRY(WS-MOVE-IDX)
                       TO WS-TRD-ENTRY(WS-MOVE-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-TRD-COUNT
               INITIALIZE WS-TRD-ENTRY(WS-TRD-IDX)
               MOVE WS-FIND-KEY TO WS-TRD-KEY(WS-TRD-IDX)
           END-IF
           ADD 1 TO WS-TRD-OPENED(WS-TRD-IDX WS-YR-IDX)
           ADD WS-IS-CLOSED TO WS-TRD-CLOSED(WS-TRD-IDX WS-YR-IDX)
           IF WS-IS-CLOSED = 1
               ADD WS-RES-DAYS TO WS-TRD-RES-DAYS(WS-TRD-IDX WS-YR-IDX)
               ADD WS-BOUNCES TO WS-TRD-BOUNCES(WS-TRD-IDX WS-YR-IDX)
           END-IF
           ADD WS-HAS-DUE TO WS-TRD-DUE(WS-TRD-IDX WS-YR-IDX)
           ADD WS-IS-BREACH TO WS-TRD-BREACHES(WS-TRD-IDX WS-YR-IDX).
       450-EXIT.
           EXIT.

       800-PRINT-REPORT.
           MOVE WS-FIRST-YEAR TO H1-FIRST
           MOVE WS-LAST-YEAR TO H1-LAST
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           MOVE SPACES TO WS-COL-HEAD
           MOVE 'MEASURE' TO WS-COL-HEAD(11:20)
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > 5
               IF WS-Y <= WS-YEARS
                   COMPUTE WS-HEAD-YEAR = WS-FIRST-YEAR + WS-Y - 1
                   MOVE WS-HEAD-YEAR TO CH-YEAR(WS-Y)
               END-IF
           END-PERFORM
           PERFORM 810-PRINT-ENTRY
               VARYING WS-TRD-IDX FROM 1 BY 1
               UNTIL WS-TRD-IDX > WS-TRD-COUNT.
       800-EXIT.
           EXIT.

      *    A section title and column heading ahead of the first key
      *    of each section, then the five measure rows for the key.
       810-PRINT-ENTRY.
           IF WS-TRD-SECTION(WS-TRD-IDX) NOT = WS-PREV-SECTION
               MOVE WS-TRD-SECTION(WS-TRD-IDX) TO WS-PREV-SECTION
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EVALUATE WS-TRD-SECTION(WS-TRD-IDX)
               WHEN '0'
                   MOVE 'ALL TICKETS' TO SL-TITLE
                   MOVE SPACES TO CH-KEY
               WHEN '1'
                   MOVE 'BY SERVICE CODE' TO SL-TITLE
                   MOVE 'SERVICE' TO CH-KEY
               WHEN '2'
                   MOVE 'BY CATEGORY' TO SL-TITLE
                   MOVE 'CATEGORY' TO CH-KEY
               WHEN OTHER
                   MOVE 'BY REQUESTING DEPARTMENT' TO SL-TITLE
                   MOVE 'DEPT' TO CH-KEY
               END-EVALUATE
               WRITE REPORT-LINE FROM WS-SECTION-LINE
               WRITE REPORT-LINE FROM WS-COL-HEAD
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-ROW-LINE
           MOVE WS-TRD-CODE(WS-TRD-IDX) TO RL-KEY
      *    Tickets opened.
           MOVE 'TICKETS OPENED' TO RL-MEASURE
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-YEARS
               MOVE WS-TRD-OPENED(WS-TRD-IDX WS-Y) TO WS-EDIT-CNT
               MOVE WS-EDIT-CNT TO RL-VAL-X(WS-Y)(2:7)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-ROW-LINE
           MOVE SPACES TO WS-ROW-LINE
      *    Growth on the year before.
           MOVE 'GROWTH PCT' TO RL-MEASURE
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-YEARS
               IF WS-Y = 1
                   OR WS-TRD-OPENED(WS-TRD-IDX WS-Y - 1) = ZERO
                   MOVE '        --' TO RL-VAL-X(WS-Y)
               ELSE
                   COMPUTE WS-FIGURE ROUNDED =
                       (WS-TRD-OPENED(WS-TRD-IDX WS-Y)
                        - WS-TRD-OPENED(WS-TRD-IDX WS-Y - 1)) * 100
                       / WS-TRD-OPENED(WS-TRD-IDX WS-Y - 1)
                   MOVE WS-FIGURE TO RL-VAL(WS-Y)
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-ROW-LINE
           MOVE SPACES TO WS-ROW-LINE
      *    Average resolution days.
           MOVE 'AVG RESOLUTION DAYS' TO RL-MEASURE
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-YEARS
               IF WS-TRD-CLOSED(WS-TRD-IDX WS-Y) = ZERO
                   MOVE '        --' TO RL-VAL-X(WS-Y)
               ELSE
                   COMPUTE WS-FIGURE ROUNDED =
                       WS-TRD-RES-DAYS(WS-TRD-IDX WS-Y)
                       / WS-TRD-CLOSED(WS-TRD-IDX WS-Y)
                   MOVE WS-FIGURE TO RL-VAL(WS-Y)
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-ROW-LINE
           MOVE SPACES TO WS-ROW-LINE
      *    Reopen rate.
           MOVE 'REOPEN RATE PCT' TO RL-MEASURE
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-YEARS
               IF WS-TRD-CLOSED(WS-TRD-IDX WS-Y) = ZERO
                   MOVE '        --' TO RL-VAL-X(WS-Y)
               ELSE
                   COMPUTE WS-FIGURE ROUNDED =
                       WS-TRD-BOUNCES(WS-TRD-IDX WS-Y) * 100
                       / WS-TRD-CLOSED(WS-TRD-IDX WS-Y)
                   MOVE WS-FIGURE TO RL-VAL(WS-Y)
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-ROW-LINE
           MOVE SPACES TO WS-ROW-LINE
      *    Breach rate.
           MOVE 'BREACH RATE PCT' TO RL-MEASURE
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-YEARS
               IF WS-TRD-DUE(WS-TRD-IDX WS-Y) = ZERO
                   MOVE '        --' TO RL-VAL-X(WS-Y)
               ELSE
                   COMPUTE WS-FIGURE ROUNDED =
                       WS-TRD-BREACHES(WS-TRD-IDX WS-Y) * 100
                       / WS-TRD-DUE(WS-TRD-IDX WS-Y)
                   MOVE WS-FIGURE TO RL-VAL(WS-Y)
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-ROW-LINE.
       810-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIVE-COUNT TO TL-LIVE
           MOVE WS-ARCH-COUNT TO TL-ARCH
           MOVE WS-BOTH-COUNT TO TL-BOTH
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           IF WS-TRD-DROPPED > ZERO
               MOVE WS-TRD-DROPPED TO DR-COUNT
               WRITE REPORT-LINE FROM WS-DROPPED-LINE
               DISPLAY 'TKTTRD01 - TREND TABLE FULL, '
                   WS-TRD-DROPPED ' TALLIES DROPPED'
           END-IF
           DISPLAY 'TKTTRD01 - LIVE: ' WS-LIVE-COUNT
               ' ARCHIVED: ' WS-ARCH-COUNT
           CLOSE TKT-FILE
           IF WS-ARCM-OPEN = 'Y'
               CLOSE ARCM-FILE
           END-IF
           IF WS-SVC-OPEN = 'Y'
               CLOSE SVC-FILE
           END-IF
           IF WS-UPRF-OPEN = 'Y'
               CLOSE UPRF-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
