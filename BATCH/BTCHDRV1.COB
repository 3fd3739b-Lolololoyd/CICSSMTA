      ******************************************************************
      *DESCRIPTION: Dependency driver for the nightly batch stream -    *
      *             replaces the run book's hand-enforced ordering.     *
      *             Reads the jseq0001 job-stream file (one keyed      *
      *             record per step, maintained on SM0069: step        *
      *             number, job name, predecessor job name, command    *
      *             line, run condition), runs the steps in step       *
      *             number order via the system command processor,     *
      *             and records each step's start/end, outcome and     *
      *             record count (lifted from the job's own RUNCTL01   *
      *             run-control record) in the RUNHIST run-history     *
      *    operator request is run the same CALL SYSTEM way and the    *
      *    outcome, run stamp and return code stamped back on the      *
      *    request record for the SM0034 screen to show.               *
      *    Run conditions: each jseq0001 step may carry a calendar     *
      *    condition, judged against the stream date - blank or E      *
      *    every night, B business days only, D a given weekday        *
      *    (1 Monday .. 7 Sunday in the day byte), F first and L last  *
      *    business day of the month, Q the last business day of a     *
      *    quarter. Business days are Monday to Friday less the global *
      *    ('**') bday0001 holidays. A step whose condition does not   *
      *    hold is recorded NOT SCHEDULED (N) in RUNHIST - neither a   *
      *    skip nor a failure - and a step whose predecessor was not   *
      *    scheduled tonight runs as if that predecessor had           *
      *    completed. An unknown condition code runs the step rather   *
      *    than risk missing it, with a warning on the report.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSEQ-FILE ASSIGN TO JSEQ0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JSEQ-STEP-NUM
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-PARM-ID
               FILE STATUS IS WS-SITE-STATUS.
           SELECT BDAY-FILE ASSIGN TO BDAY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS WS-BDAY-STATUS.
           SELECT BRQR-FILE ASSIGN TO BRQR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD  JOBSEQ-FILE
           RECORD CONTAINS 110 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JOBSEQ-REC.
           COPY JSEQ0001.

       FD  RUNHIST-FILE
           RECORD CONTAINS 38 CHARACTERS
               88  RUNH-STARTED          VALUE 'S'.
               88  RUNH-COMPLETED        VALUE 'C'.
               88  RUNH-FAILED           VALUE 'F'.
               88  RUNH-NOT-SCHEDULED    VALUE 'N'.
           05  RUNH-COUNT                PIC 9(06).

       FD  RUNCTL-FILE
       01  REPORT-LINE                   PIC X(132).

       FD  FAIL-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  FAIL-REC.
           05  FAIL-REQUESTOR7           PIC X(07).
           05  FAIL-SUMMARY              PIC X(40).
           05  FILLER                    PIC X(01).
           05  FAIL-DESC                 PIC X(60).
           05  FILLER                    PIC X(01).
           05  FAIL-EVENT-TYPE           PIC X(01).

       FD  SITE-FILE
           RECORD CONTAINS 78 CHARACTERS
       01  SITE-REC.
           COPY SITEPRM1.

       FD  BDAY-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BDAY-REC.
           COPY BDAYCAL1.

       FD  BRQR-FILE
           RECORD CONTAINS 71 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WS-FAIL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FAIL-RC                    PIC 9(04) VALUE ZERO.
       01  WS-NOSCHED-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-STEP-DUE                   PIC X(01) VALUE 'Y'.
      *    The stream date as the run conditions see it - worked out
      *    once before the first step.
       01  WS-BDAY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BDAY-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-STREAM-INT                 PIC 9(07) VALUE ZERO.
       01  WS-WALK-INT                   PIC 9(07) VALUE ZERO.
       01  WS-WALK-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-WALK-DATE-X REDEFINES WS-WALK-DATE.
           05  WS-WALK-YYYYMM            PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-STREAM-DATE-X.
           05  WS-STREAM-YYYYMM          PIC 9(06).
           05  WS-STREAM-MM REDEFINES WS-STREAM-YYYYMM.
               10  FILLER                PIC 9(04).
               10  WS-STREAM-MONTH       PIC 9(02).
           05  FILLER                    PIC 9(02).
       01  WS-STREAM-DOW                 PIC 9(01) VALUE ZERO.
       01  WS-WALK-DOW                   PIC 9(01) VALUE ZERO.
       01  WS-WALK-BDAY                  PIC X(01) VALUE 'N'.
       01  WS-WALK-DONE                  PIC X(01) VALUE 'N'.
       01  WS-IS-BDAY                    PIC X(01) VALUE 'N'.
       01  WS-IS-FIRST-BDAY              PIC X(01) VALUE 'N'.
       01  WS-IS-LAST-BDAY               PIC X(01) VALUE 'N'.
       01  WS-IS-QTR-END                 PIC X(01) VALUE 'N'.
      *    The feed identity for failure tickets - both tunable
      *    through site0001 (BATFSVCC / BATFUSER); the userid must be
      *    provisioned on UAF00001 or TKTOPN01 rejects the request.
               10  WS-STEP-JOB           PIC X(08).
               10  WS-STEP-PRED          PIC X(08).
               10  WS-STEP-CMD           PIC X(60).
               10  WS-STEP-COND          PIC X(01).
               10  WS-STEP-DAY           PIC X(01).

       01  WS-HEAD1.
           05  FILLER                    PIC X(34) VALUE
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 120-LOAD-STEPS
           PERFORM 130-SET-CALENDAR
           PERFORM 300-RUN-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-IF
           OPEN INPUT JOBSEQ-FILE
           IF WS-SEQ-STATUS NOT = '00'
               DISPLAY 'BTCHDRV1 - ERROR OPENING JSEQ0001, STATUS='
                   WS-SEQ-STATUS
               STOP RUN
           END-IF

       120-LOAD-STEPS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOBSEQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   IF WS-STEP-COUNT < WS-STEP-MAX
                       ADD 1 TO WS-STEP-COUNT
                       MOVE JSEQ-STEP-NUM TO
                           WS-STEP-NUM(WS-STEP-COUNT)
                       MOVE JSEQ-JOB-NAME TO
                           WS-STEP-JOB(WS-STEP-COUNT)
                       MOVE JSEQ-PRED-JOB TO
                           WS-STEP-PRED(WS-STEP-COUNT)
                       MOVE JSEQ-COMMAND TO
                           WS-STEP-CMD(WS-STEP-COUNT)
                       MOVE JSEQ-RUN-COND TO
                           WS-STEP-COND(WS-STEP-COUNT)
                       MOVE JSEQ-RUN-DAY TO
                           WS-STEP-DAY(WS-STEP-COUNT)
                   ELSE
                       DISPLAY 'BTCHDRV1 - JSEQ0001 OVERFLOW, '
                           JSEQ-JOB-NAME ' IGNORED'
                   END-IF
               END-IF
           END-PERFORM
       120-EXIT.
           EXIT.

      *    What kind of day the stream date is - weekday, business
      *    day, first or last business day of its month, quarter end.
      *    No bday0001 just means no holidays beyond the weekends.
       130-SET-CALENDAR.
           OPEN INPUT BDAY-FILE
           IF WS-BDAY-STATUS = '00'
               MOVE 'Y' TO WS-BDAY-OPEN
           END-IF
           MOVE WS-STREAM-DATE TO WS-STREAM-DATE-X
           COMPUTE WS-STREAM-INT =
               FUNCTION INTEGER-OF-DATE(WS-STREAM-DATE)
           MOVE WS-STREAM-INT TO WS-WALK-INT
           PERFORM 135-CHECK-BDAY
           MOVE WS-WALK-DOW TO WS-STREAM-DOW
           MOVE WS-WALK-BDAY TO WS-IS-BDAY
           IF WS-IS-BDAY = 'Y'
      *        First - no business day earlier in the month.
               MOVE 'Y' TO WS-IS-FIRST-BDAY
               MOVE 'N' TO WS-WALK-DONE
               MOVE WS-STREAM-INT TO WS-WALK-INT
               PERFORM UNTIL WS-WALK-DONE = 'Y'
                   SUBTRACT 1 FROM WS-WALK-INT
                   PERFORM 135-CHECK-BDAY
                   IF WS-WALK-YYYYMM NOT = WS-STREAM-YYYYMM
                       MOVE 'Y' TO WS-WALK-DONE
                   ELSE
                       IF WS-WALK-BDAY = 'Y'
                           MOVE 'N' TO WS-IS-FIRST-BDAY
                           MOVE 'Y' TO WS-WALK-DONE
                       END-IF
                   END-IF
               END-PERFORM
      *        Last - no business day later in the month.
               MOVE 'Y' TO WS-IS-LAST-BDAY
               MOVE 'N' TO WS-WALK-DONE
               MOVE WS-STREAM-INT TO WS-WALK-INT
               PERFORM UNTIL WS-WALK-DONE = 'Y'
                   ADD 1 TO WS-WALK-INT
                   PERFORM 135-CHECK-BDAY
                   IF WS-WALK-YYYYMM NOT = WS-STREAM-YYYYMM
                       MOVE 'Y' TO WS-WALK-DONE
                   ELSE
                       IF WS-WALK-BDAY = 'Y'
                           MOVE 'N' TO WS-IS-LAST-BDAY
                           MOVE 'Y' TO WS-WALK-DONE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-IS-LAST-BDAY = 'Y'
                   AND (WS-STREAM-MONTH = 3 OR WS-STREAM-MONTH = 6
                     OR WS-STREAM-MONTH = 9 OR WS-STREAM-MONTH = 12)
                   MOVE 'Y' TO WS-IS-QTR-END
               END-IF
           END-IF
           IF WS-BDAY-OPEN = 'Y'
               CLOSE BDAY-FILE
           END-IF.
       130-EXIT.
           EXIT.

      *    One day of the walk - its date, weekday (1 Monday .. 7
      *    Sunday) and whether it is a business day. The stream runs
      *    site-wide, so only the global '**' holidays count.
       135-CHECK-BDAY.
           COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
           COMPUTE WS-WALK-DOW = FUNCTION MOD(WS-WALK-INT 7)
           IF WS-WALK-DOW = 0
               MOVE 7 TO WS-WALK-DOW
           END-IF
           MOVE 'N' TO WS-WALK-BDAY
           IF WS-WALK-DOW <= 5
               MOVE 'Y' TO WS-WALK-BDAY
               IF WS-BDAY-OPEN = 'Y'
                   MOVE '**' TO BDAY-REGION
                   MOVE WS-WALK-DATE TO BDAY-DATE
                   READ BDAY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-BDAY-STATUS = '00'
                       MOVE 'N' TO WS-WALK-BDAY
                   END-IF
               END-IF
           END-IF.
       135-EXIT.
           EXIT.

       300-RUN-STEP.
      *    A step already recorded COMPLETED under this stream date
      *    is a rerun pickup - skip it without re-running.
               ADD 1 TO WS-SKIP-COUNT
               PERFORM 350-REPORT-STEP-SKIPPED
           ELSE
               PERFORM 305-CHECK-CONDITION
               IF WS-STEP-DUE NOT = 'Y'
                   ADD 1 TO WS-NOSCHED-COUNT
                   PERFORM 307-RECORD-NOT-SCHEDULED
               ELSE
                   PERFORM 310-CHECK-PREDECESSOR
                   IF WS-STEP-OK = 'Y'
                       PERFORM 320-EXECUTE-STEP
                   ELSE
                       MOVE 'Y' TO WS-STREAM-STOPPED
                       PERFORM 360-REPORT-PRED-MISSING
                   END-IF
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

      *    Is the step due on the stream date?
       305-CHECK-CONDITION.
           MOVE 'Y' TO WS-STEP-DUE
           EVALUATE WS-STEP-COND(WS-STEP-IDX)
           WHEN SPACE
           WHEN 'E'
               CONTINUE
           WHEN 'B'
               MOVE WS-IS-BDAY TO WS-STEP-DUE
           WHEN 'D'
               IF WS-STEP-DAY(WS-STEP-IDX) NOT = WS-STREAM-DOW
                   MOVE 'N' TO WS-STEP-DUE
               END-IF
           WHEN 'F'
               MOVE WS-IS-FIRST-BDAY TO WS-STEP-DUE
           WHEN 'L'
               MOVE WS-IS-LAST-BDAY TO WS-STEP-DUE
           WHEN 'Q'
               MOVE WS-IS-QTR-END TO WS-STEP-DUE
           WHEN OTHER
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-STEP-NUM(WS-STEP-IDX) TO DL-SEQ
               MOVE WS-STEP-JOB(WS-STEP-IDX) TO DL-JOB
               MOVE 'BAD RUN CONDITION' TO DL-RESULT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               DISPLAY 'BTCHDRV1 - UNKNOWN RUN CONDITION '
                   WS-STEP-COND(WS-STEP-IDX) ' ON '
                   WS-STEP-JOB(WS-STEP-IDX) ' - RUN ANYWAY'
           END-EVALUATE.
       305-EXIT.
           EXIT.

      *    A step not due tonight leaves its own mark in the history,
      *    so the status and balancing checks can tell it from a step
      *    that was skipped or failed.
       307-RECORD-NOT-SCHEDULED.
           MOVE WS-STREAM-DATE TO RUNH-DATE
           MOVE WS-STEP-NUM(WS-STEP-IDX) TO RUNH-SEQ
           MOVE WS-STEP-JOB(WS-STEP-IDX) TO RUNH-JOB
           ACCEPT WS-TIME8 FROM TIME
           MOVE WS-TIME6 TO RUNH-START-TIME
           MOVE WS-TIME6 TO RUNH-END-TIME
           SET RUNH-NOT-SCHEDULED TO TRUE
           MOVE ZERO TO RUNH-COUNT
           REWRITE RUNH-REC
               INVALID KEY
                   WRITE RUNH-REC
           END-REWRITE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-STEP-NUM(WS-STEP-IDX) TO DL-SEQ
           MOVE WS-STEP-JOB(WS-STEP-IDX) TO DL-JOB
           MOVE 'NOT SCHEDULED' TO DL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       307-EXIT.
           EXIT.

      *    A named predecessor must show COMPLETED in today's history
      *    before this step may run - the protection against a rerun
      *    being started from the wrong place. A predecessor whose
      *    run condition kept it out of tonight's stream holds
      *    nothing up.
       310-CHECK-PREDECESSOR.
           MOVE 'Y' TO WS-STEP-OK
           IF WS-STEP-PRED(WS-STEP-IDX) NOT = SPACES
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF WS-HIST-STATUS = '00'
                           AND (RUNH-COMPLETED OR RUNH-NOT-SCHEDULED)
                           MOVE 'Y' TO WS-STEP-OK
                       END-IF
                   END-IF
           MOVE SPACES TO FAIL-REC
           MOVE WS-BATF-USER TO FAIL-REQUESTOR7
           MOVE WS-BATF-SVC TO FAIL-SVC-CODE
           MOVE 'R' TO FAIL-EVENT-TYPE
           STRING 'BATCH STEP ' WS-STEP-JOB(WS-STEP-IDX)
                  ' FAILED RC ' WS-FAIL-RC
               DELIMITED BY SIZE INTO FAIL-SUMMARY
       900-TERMINATE.
           DISPLAY 'BTCHDRV1 - STEPS: ' WS-STEP-COUNT
               ' SKIPPED: ' WS-SKIP-COUNT
               ' NOT SCHEDULED: ' WS-NOSCHED-COUNT
               ' FAILED: ' WS-FAIL-COUNT
               ' REQUESTS: ' WS-REQ-RUN-COUNT
               ' REQ FAILED: ' WS-REQ-FAIL-COUNT
