       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCSCH01.
      ******************************************************************
      *DESCRIPTION: Nightly promotion of staged service-catalog         *
      *             versions - walks svcv0001 in service-code/          *
      *             effective-date order and, for every version staged  *
      *             on SM0064 whose effective date has been reached,    *
      *             moves its versioned terms (response and resolution  *
      *             days, approvals needed, routing contact, resolver   *
      *             team and hour targets) onto the live svcc0001       *
      *             entry and marks the version A (applied), its entry  *
      *             image now the entry as promoted. Description,       *
      *             category and the active/default flags are left as   *
      *             SM0008 has them on the day. An entry no longer on   *
      *             svcc0001, or a resolver team no longer active, is   *
      *             not touched and the version is marked F with the    *
      *             reason. Two versions of one code falling due        *
      *             together are promoted in effective-date order, so   *
      *             the later one is what stands. Applied versions stay *
      *             on svcv0001 as the code's history.                  *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today, as UAFSCH01 takes it.                                 *
      *    No restart/checkpoint handling of its own - each version is  *
      *    marked A or F as it is processed, so a rerun picks up only   *
      *    what is left.                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVCV-FILE ASSIGN TO SVCV0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVCV-KEY
               FILE STATUS IS WS-SVCV-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT TEAM-FILE ASSIGN TO TEAM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-CODE
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SVCV-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVCV-REC.
           COPY SVCV0001.

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.

       FD  TEAM-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEAM-REC.
           COPY TEAM0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SVCV-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TEAM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SVCV-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TEAM-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-WAITING-COUNT              PIC 9(06) VALUE ZERO.
      *    The version's entry image in the svcc0001 layout.
       01  WS-STG-CAT-REC.
           COPY SVCCAT01 REPLACING LEADING ==SVC-== BY ==STG-==.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'SERVICE-CATALOG VERSIONS - RUN DATE'.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(83) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'SERVICE'.
           05  FILLER                    PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER                    PIC X(14) VALUE 'OUTCOME'.
           05  FILLER                    PIC X(16) VALUE
               'RSP/RSL/APR WAS'.
           05  FILLER                    PIC X(16) VALUE
               'RSP/RSL/APR NEW'.
           05  FILLER                    PIC X(10) VALUE 'STAGED BY'.
           05  FILLER                    PIC X(56) VALUE
               'REASON / RESULT'.

       01  WS-DETAIL-LINE.
           05  DL-CODE                   PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-EFF-DATE               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-OUTCOME                PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-OLD-TERMS.
               10  DL-OLD-RESP           PIC ZZ9.
               10  FILLER                PIC X(01) VALUE '/'.
               10  DL-OLD-RESOL          PIC ZZ9.
               10  FILLER                PIC X(01) VALUE '/'.
               10  DL-OLD-APPR           PIC 9.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  DL-NEW-TERMS.
               10  DL-NEW-RESP           PIC ZZ9.
               10  FILLER                PIC X(01) VALUE '/'.
               10  DL-NEW-RESOL          PIC ZZ9.
               10  FILLER                PIC X(01) VALUE '/'.
               10  DL-NEW-APPR           PIC 9.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  DL-STAGED-BY              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TEXT                   PIC X(40).
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(15) VALUE
               'VERSIONS READ:'.
           05  TL-READ                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  PROMOTED:'.
           05  TL-APPLIED                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(17) VALUE
               '  NOT PROMOTED:'.
           05  TL-FAILED                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(18) VALUE
               '  STILL PENDING:'.
           05  TL-WAITING                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(41) VALUE SPACES.

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
               DISPLAY 'SVCSCH01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
      *    No version file yet means nothing has ever been staged -
      *    an empty report, not a failed run.
           OPEN I-O SVCV-FILE
           IF WS-SVCV-STATUS = '00'
               MOVE 'Y' TO WS-SVCV-OPEN
               PERFORM 110-OPEN-UPDATE-FILES
               PERFORM 210-READ-SVCV
           ELSE
               DISPLAY 'SVCSCH01 - SVCV0001 NOT AVAILABLE, STATUS='
                   WS-SVCV-STATUS ' - NOTHING STAGED'
               MOVE 'Y' TO WS-EOF
           END-IF.
       100-EXIT.
           EXIT.

       110-OPEN-UPDATE-FILES.
           OPEN I-O SVC-FILE
           IF WS-SVC-STATUS NOT = '00'
               DISPLAY 'SVCSCH01 - ERROR OPENING SVCC0001, STATUS='
                   WS-SVC-STATUS
               STOP RUN
           END-IF
      *    The team master only vouches for a newly routed team -
      *    missing, the team is taken as SM0064 checked it.
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = '00'
               MOVE 'Y' TO WS-TEAM-OPEN
           END-IF.
       110-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           IF SVCV-PENDING
               IF SVCV-EFF-DATE NOT > WS-RUN-DATE
                   PERFORM 300-PROMOTE-VERSION THRU 300-EXIT
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-IF
           PERFORM 210-READ-SVCV.
       200-EXIT.
           EXIT.

       210-READ-SVCV.
           READ SVCV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    An entry deleted on SM0008 since the version was staged is
      *    not brought back, and a team wound down since is not given
      *    new tickets - both are refused with the reason.
       300-PROMOTE-VERSION.
           MOVE SPACES TO DL-OUTCOME DL-TEXT
           MOVE ZERO TO DL-OLD-RESP DL-OLD-RESOL DL-OLD-APPR
           MOVE SVCV-CODE TO DL-CODE SVC-CODE
           MOVE SVCV-EFF-DATE TO DL-EFF-DATE
           MOVE SVCV-STAGED-BY TO DL-STAGED-BY
           MOVE SVCV-ENTRY TO WS-STG-CAT-REC
           MOVE STG-RESP-DAYS TO DL-NEW-RESP
           MOVE STG-RESOL-DAYS TO DL-NEW-RESOL
           MOVE STG-APPROVALS TO DL-NEW-APPR
           READ SVC-FILE
               INVALID KEY
                   MOVE 'ENTRY NOT ON SVCC0001' TO SVCV-RESULT
                   PERFORM 350-MARK-NOT-APPLIED
                   GO TO 300-EXIT
           END-READ
           MOVE SVC-RESP-DAYS TO DL-OLD-RESP
           MOVE SVC-RESOL-DAYS TO DL-OLD-RESOL
           MOVE SVC-APPROVALS TO DL-OLD-APPR
           IF STG-TEAM-CODE NOT = SPACES
               AND STG-TEAM-CODE NOT = SVC-TEAM-CODE
               AND WS-TEAM-OPEN = 'Y'
               MOVE STG-TEAM-CODE TO TEAM-CODE
               READ TEAM-FILE
                   INVALID KEY
                       MOVE SPACE TO TEAM-ACTIVE
               END-READ
               IF NOT TEAM-IS-ACTIVE
                   MOVE SPACES TO SVCV-RESULT
                   STRING 'TEAM ' STG-TEAM-CODE ' NOT ACTIVE'
                       DELIMITED BY SIZE INTO SVCV-RESULT
                   END-STRING
                   PERFORM 350-MARK-NOT-APPLIED
                   GO TO 300-EXIT
               END-IF
           END-IF
           MOVE STG-RESP-DAYS TO SVC-RESP-DAYS
           MOVE STG-RESOL-DAYS TO SVC-RESOL-DAYS
           MOVE STG-APPROVALS TO SVC-APPROVALS
           MOVE STG-ROUTE-REGION TO SVC-ROUTE-REGION
           MOVE STG-ROUTE-CODE TO SVC-ROUTE-CODE
           MOVE STG-TEAM-CODE TO SVC-TEAM-CODE
           MOVE STG-HOUR-TARGETS TO SVC-HOUR-TARGETS
           REWRITE SVC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-SVC-STATUS NOT = '00'
               MOVE SPACES TO SVCV-RESULT
               STRING 'SVCC0001 REWRITE FAILED, STATUS '
                      WS-SVC-STATUS
                   DELIMITED BY SIZE INTO SVCV-RESULT
               END-STRING
               PERFORM 350-MARK-NOT-APPLIED
               GO TO 300-EXIT
           END-IF
           SET SVCV-APPLIED TO TRUE
           MOVE SVC-REC TO SVCV-ENTRY
           MOVE WS-RUN-DATE TO SVCV-APPLIED-DATE
           MOVE 'PROMOTED' TO SVCV-RESULT
           REWRITE SVCV-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'PROMOTED' TO DL-OUTCOME
           MOVE SVCV-REASON TO DL-TEXT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

       350-MARK-NOT-APPLIED.
           SET SVCV-NOT-APPLIED TO TRUE
           MOVE WS-RUN-DATE TO SVCV-APPLIED-DATE
           REWRITE SVCV-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-FAILED-COUNT
           MOVE 'NOT PROMOTED' TO DL-OUTCOME
           MOVE SVCV-RESULT TO DL-TEXT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       350-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-REC-COUNT TO TL-READ
           MOVE WS-APPLIED-COUNT TO TL-APPLIED
           MOVE WS-FAILED-COUNT TO TL-FAILED
           MOVE WS-WAITING-COUNT TO TL-WAITING
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'SVCSCH01 - VERSIONS PROMOTED: ' WS-APPLIED-COUNT
               ' NOT PROMOTED: ' WS-FAILED-COUNT
               ' STILL PENDING: ' WS-WAITING-COUNT
           IF WS-SVCV-OPEN = 'Y'
               CLOSE SVCV-FILE
               CLOSE SVC-FILE
               IF WS-TEAM-OPEN = 'Y'
                   CLOSE TEAM-FILE
               END-IF
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
