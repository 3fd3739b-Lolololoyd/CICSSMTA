       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITRPT01.
      ******************************************************************
      *DESCRIPTION: Nightly site-parameter change report - lists every  *
      *             sith0001 history record stamped on the run date     *
      *             (the adds, changes and deletes keyed on SM0025 and  *
      *             the restores done on SM0065) with who made the      *
      *             change, from which terminal, the value before and   *
      *             after, and the reason keyed, grouped by parameter   *
      *             in time order. A sign-off block at the foot is for  *
      *             the operations manager, the BGTSRPT1 precedent - a  *
      *             night with no changes still prints the block so     *
      *             the sign-off sheet is complete.                     *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today, as UAFSCH01 takes it.                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITH-FILE ASSIGN TO SITH0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITH-KEY
               FILE STATUS IS WS-SITH-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITH-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITH-REC.
           COPY SITH0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SITH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SITH-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-CHANGE-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-ADDED-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-CHANGED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-DELETED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-RESTORED-COUNT             PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'SITE-PARAMETER CHANGES - RUN DATE'.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(83) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'PARAMETER'.
           05  FILLER                    PIC X(08) VALUE 'TIME'.
           05  FILLER                    PIC X(10) VALUE 'USERID'.
           05  FILLER                    PIC X(06) VALUE 'TERM'.
           05  FILLER                    PIC X(10) VALUE 'ACTION'.
           05  FILLER                    PIC X(22) VALUE 'OLD VALUE'.
           05  FILLER                    PIC X(22) VALUE 'NEW VALUE'.
           05  FILLER                    PIC X(44) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  DL-PARM-ID                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TIME                   PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-USERID                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TERMID                 PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ACTION                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-OLD-VALUE              PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NEW-VALUE              PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-REASON                 PIC X(40).
           05  FILLER                    PIC X(04) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                    PIC X(132) VALUE
               'NO SITE-PARAMETER CHANGES ON THE RUN DATE'.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(09) VALUE
               'CHANGES:'.
           05  TL-CHANGES                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE
               '  ADDED:'.
           05  TL-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE
               '  CHANGED:'.
           05  TL-CHANGED                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE
               '  DELETED:'.
           05  TL-DELETED                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  RESTORED:'.
           05  TL-RESTORED               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(41) VALUE SPACES.

       01  WS-SIGN-LINE.
           05  FILLER                    PIC X(70) VALUE
               'REVIEWED AND SIGNED OFF BY (OPERATIONS MANAGER): _______
      -        '_____________'.
           05  FILLER                    PIC X(24) VALUE
               '  DATE: ________________'.
           05  FILLER                    PIC X(38) VALUE SPACES.

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
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SITRPT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
      *    No history file yet means no parameter has been changed
      *    since it was introduced - an empty report, not a failed
      *    run.
           OPEN INPUT SITH-FILE
           IF WS-SITH-STATUS = '00'
               MOVE 'Y' TO WS-SITH-OPEN
               PERFORM 210-READ-SITH
           ELSE
               DISPLAY 'SITRPT01 - SITH0001 NOT AVAILABLE, STATUS='
                   WS-SITH-STATUS ' - NO CHANGES LISTED'
               MOVE 'Y' TO WS-EOF
           END-IF.
       100-EXIT.
           EXIT.

      *    The file is keyed parameter id first, so the day's changes
      *    are picked out of a full pass - it holds one record per
      *    keyed change and stays small.
       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           IF SITH-DATE = WS-RUN-DATE
               PERFORM 300-LIST-CHANGE
           END-IF
           PERFORM 210-READ-SITH.
       200-EXIT.
           EXIT.

       210-READ-SITH.
           READ SITH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

       300-LIST-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SITH-PARM-ID TO DL-PARM-ID
           MOVE SITH-TIME TO DL-TIME
           MOVE SITH-USERID TO DL-USERID
           MOVE SITH-TERMID TO DL-TERMID
           EVALUATE TRUE
           WHEN SITH-ADDED
               MOVE 'ADDED' TO DL-ACTION
               ADD 1 TO WS-ADDED-COUNT
           WHEN SITH-CHANGED
               MOVE 'CHANGED' TO DL-ACTION
               ADD 1 TO WS-CHANGED-COUNT
           WHEN SITH-DELETED
               MOVE 'DELETED' TO DL-ACTION
               ADD 1 TO WS-DELETED-COUNT
           WHEN SITH-RESTORED
               MOVE 'RESTORED' TO DL-ACTION
               ADD 1 TO WS-RESTORED-COUNT
           WHEN OTHER
               MOVE SITH-ACTION TO DL-ACTION
           END-EVALUATE
           MOVE SITH-OLD-VALUE TO DL-OLD-VALUE
           MOVE SITH-NEW-VALUE TO DL-NEW-VALUE
           MOVE SITH-REASON TO DL-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-CHANGE-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE WS-CHANGE-COUNT TO TL-CHANGES
           MOVE WS-ADDED-COUNT TO TL-ADDED
           MOVE WS-CHANGED-COUNT TO TL-CHANGED
           MOVE WS-DELETED-COUNT TO TL-DELETED
           MOVE WS-RESTORED-COUNT TO TL-RESTORED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SIGN-LINE
           DISPLAY 'SITRPT01 - PARAMETER CHANGES LISTED: '
               WS-CHANGE-COUNT
           IF WS-SITH-OPEN = 'Y'
               CLOSE SITH-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
