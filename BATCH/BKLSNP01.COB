       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKLSNP01.
      ******************************************************************
      *DESCRIPTION: Nightly backlog snapshot - one pass over tktm0001   *
      *             counting every live ticket (open, pending approval, *
      *             approved, waiting) by service code and priority,    *
      *             with how many O/A/P tickets are past                *
      *             TICKET-DUE-DATE (the SM0036 rule - a WAITING        *
      *             ticket's clock is stopped) and their average age    *
      *             in days, landed on the bkls0001 history file keyed  *
      *             on the snapshot date. Each service also gets a      *
      *             priority '*' record over all its priorities, and    *
      *             the desk as a whole a '*DESK*' record, for BKLTRD01 *
      *             and the SM0036 trend panel. A rerun for the same    *
      *             date deletes that date's records first, so a        *
      *             service that has since emptied does not linger.     *
      *    Snapshot date: command-line parameter YYYYMMDD, defaulting   *
      *    to today - a run that slips past midnight passes the day it  *
      *    is standing in for. Ages are measured to that date.          *
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
           SELECT BKLS-FILE ASSIGN TO BKLS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKLS-KEY
               FILE STATUS IS WS-BKLS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  BKLS-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BKLS-REC.
           COPY BKLS0001.

       WORKING-STORAGE SECTION.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BKLS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RUN-INT                    PIC 9(07) VALUE ZERO.
       01  WS-AGE                        PIC S9(07) VALUE ZERO.
       01  WS-OVERDUE                    PIC X(01) VALUE 'N'.
       01  WS-TKT-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-LIVE-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-DELETED                    PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN                    PIC 9(06) VALUE ZERO.

      *    One cell per service code and priority seen, plus the
      *    service rollups and the desk total - 600 covers the
      *    catalog several times over.
       01  WS-CELL-MAX                   PIC 9(04) VALUE 600.
       01  WS-CELL-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-CX                         PIC 9(04) VALUE ZERO.
       01  WS-FIND-SVC                   PIC X(08).
       01  WS-FIND-PRI                   PIC X(01).
       01  WS-CELL-TABLE.
           05  WS-CELL OCCURS 600 TIMES.
               10  WS-CELL-SVC           PIC X(08).
               10  WS-CELL-PRI           PIC X(01).
               10  WS-CELL-OPEN          PIC 9(06).
               10  WS-CELL-PEND          PIC 9(06).
               10  WS-CELL-APPR          PIC 9(06).
               10  WS-CELL-WAIT          PIC 9(06).
               10  WS-CELL-BACKLOG       PIC 9(06).
               10  WS-CELL-OVERDUE       PIC 9(06).
               10  WS-CELL-AGE-DAYS      PIC 9(09).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-COUNT-TICKETS UNTIL WS-EOF = 'Y'
           PERFORM 400-CLEAR-DATE
           PERFORM 500-LAND-SNAPSHOT
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'BKLSNP01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BKLS-FILE
           IF WS-BKLS-STATUS = '35'
               OPEN OUTPUT BKLS-FILE
               CLOSE BKLS-FILE
               OPEN I-O BKLS-FILE
           END-IF
           IF WS-BKLS-STATUS NOT = '00'
               DISPLAY 'BKLSNP01 - ERROR OPENING BKLS0001, STATUS='
                   WS-BKLS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-CELL-TABLE
           PERFORM 210-READ-TKT.
       100-EXIT.
           EXIT.

      *    Live is O/P/A/W - closed and rejected tickets are off the
      *    desk's plate. Each live ticket lands in three cells: its
      *    own service and priority, the service's all-priority
      *    rollup, and the desk total.
       200-COUNT-TICKETS.
           ADD 1 TO WS-TKT-COUNT
           IF TKT-OPEN OR TKT-PENDING-APPROVAL OR TKT-APPROVED
               OR TKT-WAITING
               ADD 1 TO WS-LIVE-COUNT
               MOVE 'N' TO WS-OVERDUE
               IF NOT TKT-WAITING
                   AND TKT-DUE-DATE IS NUMERIC
                   AND TKT-DUE-DATE NOT = ZERO
                   AND WS-RUN-DATE > TKT-DUE-DATE
                   MOVE 'Y' TO WS-OVERDUE
               END-IF
               MOVE ZERO TO WS-AGE
               IF TKT-OPEN-DATE IS NUMERIC
                   AND TKT-OPEN-DATE NOT = ZERO
                   COMPUTE WS-AGE = WS-RUN-INT
                       - FUNCTION INTEGER-OF-DATE(TKT-OPEN-DATE)
                   IF WS-AGE < ZERO
                       MOVE ZERO TO WS-AGE
                   END-IF
               END-IF
               MOVE TKT-SVC-CODE TO WS-FIND-SVC
               MOVE TKT-PRIORITY TO WS-FIND-PRI
               PERFORM 300-ADD-TO-CELL THRU 300-EXIT
               MOVE '*' TO WS-FIND-PRI
               PERFORM 300-ADD-TO-CELL THRU 300-EXIT
               MOVE '*DESK*' TO WS-FIND-SVC
               PERFORM 300-ADD-TO-CELL THRU 300-EXIT
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

       300-ADD-TO-CELL.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CELL-COUNT
                      OR (WS-CELL-SVC(WS-CX) = WS-FIND-SVC
                          AND WS-CELL-PRI(WS-CX) = WS-FIND-PRI)
               CONTINUE
           END-PERFORM
           IF WS-CX > WS-CELL-COUNT
               IF WS-CELL-COUNT NOT < WS-CELL-MAX
                   DISPLAY 'BKLSNP01 - CELL TABLE FULL, SERVICE '
                       WS-FIND-SVC ' PRIORITY ' WS-FIND-PRI
                       ' NOT COUNTED'
                   GO TO 300-EXIT
               END-IF
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-CELL-COUNT TO WS-CX
               MOVE WS-FIND-SVC TO WS-CELL-SVC(WS-CX)
               MOVE WS-FIND-PRI TO WS-CELL-PRI(WS-CX)
           END-IF
           EVALUATE TRUE
           WHEN TKT-OPEN
               ADD 1 TO WS-CELL-OPEN(WS-CX)
           WHEN TKT-PENDING-APPROVAL
               ADD 1 TO WS-CELL-PEND(WS-CX)
           WHEN TKT-APPROVED
               ADD 1 TO WS-CELL-APPR(WS-CX)
           WHEN TKT-WAITING
               ADD 1 TO WS-CELL-WAIT(WS-CX)
           END-EVALUATE
           ADD 1 TO WS-CELL-BACKLOG(WS-CX)
           IF WS-OVERDUE = 'Y'
               ADD 1 TO WS-CELL-OVERDUE(WS-CX)
           END-IF
           ADD WS-AGE TO WS-CELL-AGE-DAYS(WS-CX).
       300-EXIT.
           EXIT.

      *    A rerun replaces the date outright - the key leads with the
      *    date, so its records sit together.
       400-CLEAR-DATE.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO BKLS-KEY
           MOVE WS-RUN-DATE TO BKLS-DATE
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
                   IF BKLS-DATE NOT = WS-RUN-DATE
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       DELETE BKLS-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-DELETED
                   END-IF
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.

      *    A night with nothing live still lands a zero desk record,
      *    so the trend shows an empty desk rather than a missed run.
       500-LAND-SNAPSHOT.
           IF WS-CELL-COUNT = ZERO
               ADD 1 TO WS-CELL-COUNT
               MOVE '*DESK*' TO WS-CELL-SVC(1)
               MOVE '*' TO WS-CELL-PRI(1)
           END-IF
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CELL-COUNT
               MOVE SPACES TO BKLS-REC
               MOVE WS-RUN-DATE TO BKLS-DATE
               MOVE WS-CELL-SVC(WS-CX) TO BKLS-SVC-CODE
               MOVE WS-CELL-PRI(WS-CX) TO BKLS-PRIORITY
               MOVE WS-CELL-OPEN(WS-CX) TO BKLS-OPEN
               MOVE WS-CELL-PEND(WS-CX) TO BKLS-PEND
               MOVE WS-CELL-APPR(WS-CX) TO BKLS-APPR
               MOVE WS-CELL-WAIT(WS-CX) TO BKLS-WAIT
               MOVE WS-CELL-BACKLOG(WS-CX) TO BKLS-BACKLOG
               MOVE WS-CELL-OVERDUE(WS-CX) TO BKLS-OVERDUE
               MOVE WS-CELL-AGE-DAYS(WS-CX) TO BKLS-AGE-DAYS
               MOVE ZERO TO BKLS-AVG-AGE
               IF WS-CELL-BACKLOG(WS-CX) > ZERO
                   COMPUTE BKLS-AVG-AGE ROUNDED =
                       WS-CELL-AGE-DAYS(WS-CX) / WS-CELL-BACKLOG(WS-CX)
               END-IF
               WRITE BKLS-REC
                   INVALID KEY
                       DISPLAY 'BKLSNP01 - WRITE FAILED, SERVICE '
                           BKLS-SVC-CODE ' PRIORITY ' BKLS-PRIORITY
                           ' STATUS=' WS-BKLS-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN
               END-WRITE
           END-PERFORM.
       500-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'BKLSNP01 - SNAPSHOT ' WS-RUN-DATE
               ' TICKETS READ: ' WS-TKT-COUNT
               ' LIVE: ' WS-LIVE-COUNT
               ' RECORDS WRITTEN: ' WS-WRITTEN
               ' REPLACED: ' WS-DELETED
           CLOSE TKT-FILE
           CLOSE BKLS-FILE.
       900-EXIT.
           EXIT.
