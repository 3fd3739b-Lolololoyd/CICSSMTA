       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVRPT01.
      ******************************************************************
      *DESCRIPTION: Weekly mover access review report - reads the       *
      *             movr0001 reviews UAFLOAD1 opens when a user still   *
      *             active changes department or manager on the HR      *
      *             feed, and lists every review still open plus those  *
      *             detected or closed in the seven days up to the run  *
      *             date: the user and their uprf0001 name, the old and *
      *             new department and manager, the deadline, and where *
      *             the review stands - AWAITING the new manager,       *
      *             OVERDUE (past the deadline, RECERT02 MOVERS will    *
      *             term it on its next run), or closed CERTIFIED,      *
      *             REVOKED or EXPIRED - with the reviewer and decision *
      *             date from the 99YYMM cert0001 entry. Totals by      *
      *             state close the report.                             *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today. Read-only - a rerun reprints.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVR-FILE ASSIGN TO MOVR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MOVR-KEY
               FILE STATUS IS WS-MOVR-STATUS.
           SELECT CERT-FILE ASSIGN TO CERT0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CERT-STATUS.
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
       FD  MOVR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MOVR-REC.
           COPY MOVR0001.

       FD  CERT-FILE
           RECORD CONTAINS 108 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CERT-REC.
           COPY CERT0001.

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
       01  WS-MOVR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CERT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-MOVR-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-CERT-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UPRF-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-WEEK-START                 PIC 9(08) VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-LIST-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-AWAIT-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-OVERDUE-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-CERTIFIED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-REVOKED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-EXPIRED-COUNT              PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'MOVER ACCESS REVIEW REPORT'.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(14) VALUE
               '  WEEK FROM '.
           05  H1-WEEK-START             PIC 9(08).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'USERID'.
           05  FILLER                    PIC X(20) VALUE 'NAME'.
           05  FILLER                    PIC X(16) VALUE
               'FROM DEPT/MGR'.
           05  FILLER                    PIC X(16) VALUE 'TO DEPT/MGR'.
           05  FILLER                    PIC X(10) VALUE 'DETECTED'.
           05  FILLER                    PIC X(10) VALUE 'DEADLINE'.
           05  FILLER                    PIC X(11) VALUE 'STATE'.
           05  FILLER                    PIC X(10) VALUE 'REVIEWER'.
           05  FILLER                    PIC X(10) VALUE 'DECIDED'.
           05  FILLER                    PIC X(19) VALUE 'CAMPAIGN'.

       01  WS-DETAIL-LINE.
           05  DL-USERID                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NAME                   PIC X(18).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-OLD-DEPT               PIC X(05).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  DL-OLD-MGR                PIC X(07).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-NEW-DEPT               PIC X(05).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  DL-NEW-MGR                PIC X(07).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-DETECTED               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-DEADLINE               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-STATE                  PIC X(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-REVIEWER               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-DECIDED                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-CAMPAIGN               PIC 9(06).
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  WS-TOTAL-LINE1.
           05  FILLER                    PIC X(10) VALUE 'LISTED:'.
           05  TL-LISTED                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE
               '  AWAITING:'.
           05  TL-AWAIT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE '  OVERDUE:'.
           05  TL-OVERDUE                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(78) VALUE SPACES.

       01  WS-TOTAL-LINE2.
           05  FILLER                    PIC X(10) VALUE 'CLOSED -'.
           05  FILLER                    PIC X(11) VALUE 'CERTIFIED:'.
           05  TL-CERTIFIED              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE '  REVOKED:'.
           05  TL-REVOKED                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE '  EXPIRED:'.
           05  TL-EXPIRED                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RUN-DATE
           END-IF
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 6)
      *    No movr0001 yet simply means no mover has been seen - the
      *    report prints empty rather than failing the schedule.
           OPEN INPUT MOVR-FILE
           IF WS-MOVR-STATUS = '00'
               MOVE 'Y' TO WS-MOVR-OPEN
           ELSE
               IF WS-MOVR-STATUS = '35'
                   MOVE 'Y' TO WS-EOF
               ELSE
                   DISPLAY 'MOVRPT01 - ERROR OPENING MOVR0001, STATUS='
                       WS-MOVR-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS = '00'
               MOVE 'Y' TO WS-CERT-OPEN
           END-IF
           OPEN INPUT UPRF-FILE
           IF WS-UPRF-STATUS = '00'
               MOVE 'Y' TO WS-UPRF-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MOVRPT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-DATE
           MOVE WS-WEEK-START TO H1-WEEK-START
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           IF WS-EOF NOT = 'Y'
               PERFORM 210-READ-MOVR
           END-IF.
       100-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           IF MOVR-OPEN
               OR (MOVR-DETECTED-DATE NOT < WS-WEEK-START
                   AND MOVR-DETECTED-DATE NOT > WS-RUN-DATE)
               OR (MOVR-CLOSED-DATE NOT < WS-WEEK-START
                   AND MOVR-CLOSED-DATE NOT > WS-RUN-DATE)
               PERFORM 220-LIST-MOVER
           END-IF
           PERFORM 210-READ-MOVR.
       200-EXIT.
           EXIT.

       210-READ-MOVR.
           READ MOVR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

       220-LIST-MOVER.
           ADD 1 TO WS-LIST-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE MOVR-USERID TO DL-USERID
           MOVE MOVR-OLD-DEPT TO DL-OLD-DEPT
           MOVE MOVR-OLD-MGR-USERID7 TO DL-OLD-MGR
           MOVE MOVR-NEW-DEPT TO DL-NEW-DEPT
           MOVE MOVR-NEW-MGR-USERID7 TO DL-NEW-MGR
           MOVE MOVR-DETECTED-DATE TO DL-DETECTED
           MOVE MOVR-DEADLINE TO DL-DEADLINE
           MOVE MOVR-CAMPAIGN TO DL-CAMPAIGN
           IF WS-UPRF-OPEN = 'Y'
               MOVE MOVR-USERID TO UPRF-USERID
               READ UPRF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UPRF-NAME TO DL-NAME
               END-READ
           END-IF
           EVALUATE TRUE
           WHEN MOVR-CLOSED-CERTIFIED
               ADD 1 TO WS-CERTIFIED-COUNT
               MOVE 'CERTIFIED' TO DL-STATE
           WHEN MOVR-CLOSED-REVOKED
               ADD 1 TO WS-REVOKED-COUNT
               MOVE 'REVOKED' TO DL-STATE
           WHEN MOVR-CLOSED-EXPIRED
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'EXPIRED' TO DL-STATE
           WHEN MOVR-DEADLINE < WS-RUN-DATE
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE 'OVERDUE' TO DL-STATE
           WHEN OTHER
               ADD 1 TO WS-AWAIT-COUNT
               MOVE 'AWAITING' TO DL-STATE
           END-EVALUATE
      *    Reviewer and decision date from the worklist entry - an
      *    open review may already be decided and waiting on the next
      *    RECERT02 MOVERS run to close it.
           IF WS-CERT-OPEN = 'Y'
               MOVE MOVR-CAMPAIGN TO CERT-CAMPAIGN
               MOVE MOVR-USERID TO CERT-USERID
               READ CERT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CERT-REVIEWER TO DL-REVIEWER
                       IF CERT-DECIDED-DATE IS NUMERIC
                           AND CERT-DECIDED-DATE NOT = ZERO
                           MOVE CERT-DECIDED-DATE TO DL-DECIDED
                       END-IF
               END-READ
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       220-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-LIST-COUNT TO TL-LISTED
           MOVE WS-AWAIT-COUNT TO TL-AWAIT
           MOVE WS-OVERDUE-COUNT TO TL-OVERDUE
           MOVE WS-CERTIFIED-COUNT TO TL-CERTIFIED
           MOVE WS-REVOKED-COUNT TO TL-REVOKED
           MOVE WS-EXPIRED-COUNT TO TL-EXPIRED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE1
           WRITE REPORT-LINE FROM WS-TOTAL-LINE2
           DISPLAY 'MOVRPT01 - MOVER REVIEWS READ: ' WS-REC-COUNT
               ' LISTED: ' WS-LIST-COUNT
               ' OVERDUE: ' WS-OVERDUE-COUNT
           IF WS-MOVR-OPEN = 'Y'
               CLOSE MOVR-FILE
           END-IF
           IF WS-CERT-OPEN = 'Y'
               CLOSE CERT-FILE
           END-IF
           IF WS-UPRF-OPEN = 'Y'
               CLOSE UPRF-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
