      *             needs to act on before the next night's stream     *
      *             trips over it. Also shows the checkpointed         *
      *             position and record count for a pending restart.   *
      *             The TONIGHT column is what the BTCHDRV1 stream did *
      *             with the job on the run date, from RUNHIST: RAN,   *
      *             FAILED, RUNNING, or NOT SCHEDULED for a job whose  *
      *             run condition kept it out tonight - a monthly or   *
      *             quarterly job with an old end date is not behind.  *
      *             Blank means the job is not a stream step that      *
      *             night. A job run more than once in the stream      *
      *             shows NOT SCHEDULED only if no step of it ran.     *
      *    Run date: command-line parameter YYYYMMDD, defaulting to    *
      *    today. No RUNHIST leaves the column blank.                  *
      *    No restart/checkpoint handling of its own - a read-only     *
      *    report over one small file.                                 *
      ******************************************************************
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUNCTL-JOB-ID
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  RUNCTL-REC.
           COPY RUNCTL01.

       FD  RUNHIST-FILE
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUNH-REC.
           05  RUNH-KEY.
               10  RUNH-DATE             PIC 9(08).
               10  RUNH-SEQ              PIC 9(03).
           05  RUNH-JOB                  PIC X(08).
           05  RUNH-START-TIME           PIC 9(06).
           05  RUNH-END-TIME             PIC 9(06).
           05  RUNH-STATUS               PIC X(01).
               88  RUNH-STARTED          VALUE 'S'.
               88  RUNH-COMPLETED        VALUE 'C'.
               88  RUNH-FAILED           VALUE 'F'.
               88  RUNH-NOT-SCHEDULED    VALUE 'N'.
           05  RUNH-COUNT                PIC 9(06).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-REC-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-PENDING-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-NOSCHED-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-HIST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-HIST-EOF                   PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
      *    Tonight's stream, one entry per job - the stream is small.
       01  WS-TNT-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-TNT-IX                     PIC 9(03) VALUE ZERO.
       01  WS-TNT-FOUND                  PIC 9(03) VALUE ZERO.
       01  WS-TNT-TABLE.
           05  WS-TNT-ENTRY OCCURS 100 TIMES.
               10  WS-TNT-JOB            PIC X(08).
               10  WS-TNT-STATUS         PIC X(01).

       01  WS-HEAD1.
           05  FILLER                    PIC X(45) VALUE
           05  FILLER                    PIC X(09) VALUE 'RECORDS'.
           05  FILLER                    PIC X(14) VALUE
               'CKPT POSITION'.
           05  FILLER                    PIC X(15) VALUE 'TONIGHT'.
           05  FILLER                    PIC X(35) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-JOB                    PIC X(08).
           05  DL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-LAST-KEY               PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TONIGHT                PIC X(13).
           05  FILLER                    PIC X(37) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(12) VALUE 'JOBS:'.
           05  FILLER                    PIC X(22) VALUE
               '    PENDING RESTART:'.
           05  TL-PENDING                PIC ZZZ9.
           05  FILLER                    PIC X(20) VALUE
               '    NOT SCHEDULED:'.
           05  TL-NOSCHED                PIC ZZZ9.
           05  FILLER                    PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RUN-DATE
           END-IF
           PERFORM 150-LOAD-TONIGHT THRU 150-EXIT
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'RUNSTAT1 - ERROR OPENING RUNCTL01, STATUS='
       100-EXIT.
           EXIT.

      *    Tonight's RUNHIST entries folded to one status per job; a
      *    job's NOT SCHEDULED gives way to any step of it that ran.
       150-LOAD-TONIGHT.
           OPEN INPUT RUNHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               GO TO 150-EXIT
           END-IF
           MOVE WS-RUN-DATE TO RUNH-DATE
           MOVE ZERO TO RUNH-SEQ
           START RUNHIST-FILE KEY NOT LESS THAN RUNH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ RUNHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
               END-READ
               IF WS-HIST-EOF NOT = 'Y'
                   IF RUNH-DATE NOT = WS-RUN-DATE
                       MOVE 'Y' TO WS-HIST-EOF
                   ELSE
                       PERFORM 160-NOTE-TONIGHT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RUNHIST-FILE.
       150-EXIT.
           EXIT.

       160-NOTE-TONIGHT.
           MOVE ZERO TO WS-TNT-FOUND
           PERFORM VARYING WS-TNT-IX FROM 1 BY 1
                   UNTIL WS-TNT-IX > WS-TNT-COUNT
               IF WS-TNT-JOB(WS-TNT-IX) = RUNH-JOB
                   MOVE WS-TNT-IX TO WS-TNT-FOUND
               END-IF
           END-PERFORM
           IF WS-TNT-FOUND = ZERO
               IF WS-TNT-COUNT < 100
                   ADD 1 TO WS-TNT-COUNT
                   MOVE RUNH-JOB TO WS-TNT-JOB(WS-TNT-COUNT)
                   MOVE RUNH-STATUS TO WS-TNT-STATUS(WS-TNT-COUNT)
               END-IF
           ELSE
               IF WS-TNT-STATUS(WS-TNT-FOUND) = 'N'
                   MOVE RUNH-STATUS TO WS-TNT-STATUS(WS-TNT-FOUND)
               END-IF
           END-IF.
       160-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           PERFORM 220-BUILD-DETAIL
           END-IF
           IF NOT RUNCTL-COMPLETED
               MOVE RUNCTL-LAST-KEY TO DL-LAST-KEY
           END-IF
           PERFORM 230-SHOW-TONIGHT.
       220-EXIT.
           EXIT.

       230-SHOW-TONIGHT.
           MOVE ZERO TO WS-TNT-FOUND
           PERFORM VARYING WS-TNT-IX FROM 1 BY 1
                   UNTIL WS-TNT-IX > WS-TNT-COUNT
               IF WS-TNT-JOB(WS-TNT-IX) = RUNCTL-JOB-ID
                   MOVE WS-TNT-IX TO WS-TNT-FOUND
               END-IF
           END-PERFORM
           IF WS-TNT-FOUND NOT = ZERO
               EVALUATE WS-TNT-STATUS(WS-TNT-FOUND)
               WHEN 'C'
                   MOVE 'RAN' TO DL-TONIGHT
               WHEN 'F'
                   MOVE 'FAILED' TO DL-TONIGHT
               WHEN 'S'
                   MOVE 'RUNNING' TO DL-TONIGHT
               WHEN 'N'
                   MOVE 'NOT SCHEDULED' TO DL-TONIGHT
                   ADD 1 TO WS-NOSCHED-COUNT
               END-EVALUATE
           END-IF.
       230-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-REC-COUNT TO TL-COUNT
           MOVE WS-PENDING-COUNT TO TL-PENDING
           MOVE WS-NOSCHED-COUNT TO TL-NOSCHED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'RUNSTAT1 - JOBS: ' WS-REC-COUNT
               ' PENDING RESTART: ' WS-PENDING-COUNT
               ' NOT SCHEDULED: ' WS-NOSCHED-COUNT
           CLOSE RUNCTL-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
