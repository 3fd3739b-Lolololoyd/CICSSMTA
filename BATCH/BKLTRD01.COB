       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKLTRD01.
      ******************************************************************
      *DESCRIPTION: Weekly backlog trend - the last 13 weeks of the     *
      *             bkls0001 snapshots BKLSNP01 lands nightly, one line *
      *             per service code with its live-ticket count at each *
      *             week end and an arrow against each week showing     *
      *             which way it moved on the week before (^ up, v      *
      *             down, = unchanged), closing with the net change     *
      *             over the 13 weeks and a desk total line. A second   *
      *             section does the same for the past-due count. Each  *
      *             week uses the latest snapshot in the seven days to  *
      *             its week-end date, so a missed night does not blank *
      *             the week; a week with no snapshot at all shows --.  *
      *             A service with no live tickets in a week that has a *
      *             snapshot shows zero.                                *
      *    Week-end date: command-line parameter YYYYMMDD, defaulting   *
      *    to today; the 12 earlier columns are 7, 14 ... 84 days back. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKLS-FILE ASSIGN TO BKLS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKLS-KEY
               FILE STATUS IS WS-BKLS-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BKLS-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BKLS-REC.
           COPY BKLS0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BKLS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BKLS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RUN-INT                    PIC 9(07) VALUE ZERO.
       01  WS-DAY-INT                    PIC 9(07) VALUE ZERO.
       01  WS-PROBE-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-SNAP-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-WX                         PIC 9(02) VALUE ZERO.
       01  WS-DX                         PIC 9(02) VALUE ZERO.
       01  WS-SX                         PIC 9(04) VALUE ZERO.
       01  WS-MX                         PIC 9(04) VALUE ZERO.
       01  WS-WEEKS-FOUND                PIC 9(02) VALUE ZERO.
       01  WS-FIRST-WX                   PIC 9(02) VALUE ZERO.
       01  WS-NET                        PIC S9(06) VALUE ZERO.
       01  WS-SECTION                    PIC X(01) VALUE SPACE.
           88  WS-SECTION-BACKLOG        VALUE 'B'.
           88  WS-SECTION-OVERDUE        VALUE 'O'.

      *    Week 13 is the run date's week, week 1 twelve weeks before.
       01  WS-WEEK-TABLE.
           05  WS-WEEK OCCURS 13 TIMES.
               10  WS-WEEK-DATE          PIC 9(08).
               10  WS-WEEK-SNAP          PIC 9(08).
               10  WS-WEEK-FOUND         PIC X(01).

      *    Services in code order - a code first seen in a later week
      *    is slotted in, not appended. The desk total rides in the
      *    slot past the last one and prints last.
       01  WS-SVC-MAX                    PIC 9(04) VALUE 300.
       01  WS-SVC-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-SVC-TABLE.
           05  WS-SVC OCCURS 301 TIMES.
               10  WS-SVC-CODE           PIC X(08).
               10  WS-SVC-BKL            PIC 9(06) OCCURS 13 TIMES.
               10  WS-SVC-OVD            PIC 9(06) OCCURS 13 TIMES.
       01  WS-CUR-SVC.
           05  WS-CUR-CODE               PIC X(08).
           05  WS-CUR-BKL                PIC 9(06) OCCURS 13 TIMES.
           05  WS-CUR-OVD                PIC 9(06) OCCURS 13 TIMES.
       01  WS-CUR-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-PREV-COUNT                 PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'WEEKLY BACKLOG TREND - 13 WEEKS ENDING'.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  WS-HEAD2.
           05  H2-TITLE                  PIC X(132).

       01  WS-HEAD3.
           05  FILLER                    PIC X(10) VALUE 'SERVICE'.
           05  H3-WEEK OCCURS 13 TIMES.
               10  FILLER                PIC X(01).
               10  H3-MM                 PIC X(02).
               10  H3-SLASH              PIC X(01).
               10  H3-DD                 PIC X(02).
               10  FILLER                PIC X(02).
           05  FILLER                    PIC X(09) VALUE '  NET CHG'.
           05  FILLER                    PIC X(09) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-SVC                    PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-CELL OCCURS 13 TIMES.
               10  DL-COUNT              PIC ZZ,ZZ9.
               10  DL-COUNT-X REDEFINES DL-COUNT
                                         PIC X(06).
               10  DL-ARROW              PIC X(01).
               10  FILLER                PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NET                    PIC +ZZ,ZZ9.
           05  DL-NET-X REDEFINES DL-NET PIC X(07).
           05  FILLER                    PIC X(09) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                    PIC X(132) VALUE
               'NO SERVICE HAD LIVE TICKETS IN THE 13 WEEKS'.

       01  WS-LEGEND-LINE.
           05  FILLER                    PIC X(132) VALUE
               '^ UP ON THE WEEK BEFORE, v DOWN, = UNCHANGED. -- NO SNAP
      -        'SHOT ON FILE FOR THAT WEEK.'.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-WEEK THRU 200-EXIT
               VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 13
           SET WS-SECTION-BACKLOG TO TRUE
           MOVE 'LIVE TICKETS (OPEN, PENDING APPROVAL, APPROVED, WAITING
      -        ') AT WEEK END, BY SERVICE' TO H2-TITLE
           PERFORM 500-PRINT-SECTION
           SET WS-SECTION-OVERDUE TO TRUE
           MOVE 'PAST DUE (OPEN, PENDING APPROVAL, APPROVED PAST TICKET-
      -        'DUE-DATE) AT WEEK END, BY SERVICE' TO H2-TITLE
           PERFORM 500-PRINT-SECTION
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-SVC-TABLE
           INITIALIZE WS-CUR-SVC
           MOVE SPACES TO WS-HEAD3(11:104)
           PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 13
               COMPUTE WS-DAY-INT = WS-RUN-INT - ((13 - WS-WX) * 7)
               COMPUTE WS-WEEK-DATE(WS-WX) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE ZERO TO WS-WEEK-SNAP(WS-WX)
               MOVE 'N' TO WS-WEEK-FOUND(WS-WX)
               MOVE WS-WEEK-DATE(WS-WX)(5:2) TO H3-MM(WS-WX)
               MOVE '/' TO H3-SLASH(WS-WX)
               MOVE WS-WEEK-DATE(WS-WX)(7:2) TO H3-DD(WS-WX)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BKLTRD01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
      *    No snapshot file yet means BKLSNP01 has never run - the
      *    report still prints, every week showing --.
           OPEN INPUT BKLS-FILE
           IF WS-BKLS-STATUS = '00'
               MOVE 'Y' TO WS-BKLS-OPEN
           ELSE
               DISPLAY 'BKLTRD01 - BKLS0001 NOT AVAILABLE, STATUS='
                   WS-BKLS-STATUS ' - NO SNAPSHOTS LISTED'
           END-IF.
       100-EXIT.
           EXIT.

      *    Every snapshot date carries a desk record, so probing for
      *    it day by day back from the week end finds the week's
      *    latest snapshot; that date's service rollups are then read
      *    off in key order.
       200-LOAD-WEEK.
           IF WS-BKLS-OPEN NOT = 'Y'
               GO TO 200-EXIT
           END-IF
           PERFORM VARYING WS-DX FROM 0 BY 1
                   UNTIL WS-DX > 6 OR WS-WEEK-FOUND(WS-WX) = 'Y'
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-DATE(WS-WX))
                   - WS-DX
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-PROBE-DATE TO BKLS-DATE
               MOVE '*DESK*' TO BKLS-SVC-CODE
               MOVE '*' TO BKLS-PRIORITY
               READ BKLS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WEEK-FOUND(WS-WX)
                       MOVE WS-PROBE-DATE TO WS-WEEK-SNAP(WS-WX)
               END-READ
           END-PERFORM
           IF WS-WEEK-FOUND(WS-WX) NOT = 'Y'
               GO TO 200-EXIT
           END-IF
           ADD 1 TO WS-WEEKS-FOUND
           MOVE WS-WEEK-SNAP(WS-WX) TO WS-SNAP-DATE
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO BKLS-KEY
           MOVE WS-SNAP-DATE TO BKLS-DATE
           START BKLS-FILE KEY NOT LESS THAN BKLS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ BKLS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   IF BKLS-DATE NOT = WS-SNAP-DATE
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       IF BKLS-ALL-PRIORITIES
                           PERFORM 210-POST-SERVICE THRU 210-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.

       210-POST-SERVICE.
           IF BKLS-DESK-TOTAL
               MOVE BKLS-BACKLOG TO WS-SVC-BKL(WS-SVC-MAX + 1, WS-WX)
               MOVE BKLS-OVERDUE TO WS-SVC-OVD(WS-SVC-MAX + 1, WS-WX)
               GO TO 210-EXIT
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SVC-COUNT
                      OR WS-SVC-CODE(WS-SX) NOT < BKLS-SVC-CODE
               CONTINUE
           END-PERFORM
           IF WS-SX > WS-SVC-COUNT
               OR WS-SVC-CODE(WS-SX) NOT = BKLS-SVC-CODE
               IF WS-SVC-COUNT NOT < WS-SVC-MAX
                   DISPLAY 'BKLTRD01 - SERVICE TABLE FULL, '
                       BKLS-SVC-CODE ' NOT LISTED'
                   GO TO 210-EXIT
               END-IF
               PERFORM VARYING WS-MX FROM WS-SVC-COUNT BY -1
                       UNTIL WS-MX < WS-SX
                   MOVE WS-SVC(WS-MX) TO WS-SVC(WS-MX + 1)
               END-PERFORM
               ADD 1 TO WS-SVC-COUNT
               INITIALIZE WS-SVC(WS-SX)
               MOVE BKLS-SVC-CODE TO WS-SVC-CODE(WS-SX)
           END-IF
           MOVE BKLS-BACKLOG TO WS-SVC-BKL(WS-SX, WS-WX)
           MOVE BKLS-OVERDUE TO WS-SVC-OVD(WS-SX, WS-WX).
       210-EXIT.
           EXIT.

       500-PRINT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEAD2
           WRITE REPORT-LINE FROM WS-HEAD3
           IF WS-SVC-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SVC-COUNT
               MOVE WS-SVC(WS-SX) TO WS-CUR-SVC
               PERFORM 510-PRINT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SVC(WS-SVC-MAX + 1) TO WS-CUR-SVC
           MOVE 'DESK' TO WS-CUR-CODE
           PERFORM 510-PRINT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-LEGEND-LINE.
       500-EXIT.
           EXIT.

      *    One line from WS-CUR-SVC - the arrow compares a week with
      *    the one before only when both have a snapshot, and the net
      *    change runs from the first week with one to the last.
       510-PRINT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CUR-CODE TO DL-SVC
           MOVE ZERO TO WS-FIRST-WX
           PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 13
               IF WS-WEEK-FOUND(WS-WX) NOT = 'Y'
                   MOVE '    --' TO DL-COUNT-X(WS-WX)
               ELSE
                   IF WS-SECTION-BACKLOG
                       MOVE WS-CUR-BKL(WS-WX) TO WS-CUR-COUNT
                   ELSE
                       MOVE WS-CUR-OVD(WS-WX) TO WS-CUR-COUNT
                   END-IF
                   MOVE WS-CUR-COUNT TO DL-COUNT(WS-WX)
                   IF WS-FIRST-WX = ZERO
                       MOVE WS-WX TO WS-FIRST-WX
                       MOVE WS-CUR-COUNT TO WS-NET
                   END-IF
                   IF WS-WX > 1
                       AND WS-WEEK-FOUND(WS-WX - 1) = 'Y'
                       EVALUATE TRUE
                       WHEN WS-CUR-COUNT > WS-PREV-COUNT
                           MOVE '^' TO DL-ARROW(WS-WX)
                       WHEN WS-CUR-COUNT < WS-PREV-COUNT
                           MOVE 'v' TO DL-ARROW(WS-WX)
                       WHEN OTHER
                           MOVE '=' TO DL-ARROW(WS-WX)
                       END-EVALUATE
                   END-IF
                   MOVE WS-CUR-COUNT TO WS-PREV-COUNT
               END-IF
           END-PERFORM
           IF WS-FIRST-WX = ZERO
               MOVE '     --' TO DL-NET-X
           ELSE
               COMPUTE WS-NET = WS-CUR-COUNT - WS-NET
               MOVE WS-NET TO DL-NET
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       510-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'BKLTRD01 - WEEK ENDING ' WS-RUN-DATE
               ' WEEKS WITH A SNAPSHOT: ' WS-WEEKS-FOUND
               ' SERVICES: ' WS-SVC-COUNT
           IF WS-BKLS-OPEN = 'Y'
               CLOSE BKLS-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
