      *                records out plus duplicates.                    *
      *             Prints one line per check; any failure sets        *
      *             return code 8 with a clear message.                *
      *             No control totals at all is a failure, unless      *
      *             the BTCHDRV1 run history shows every balancing job *
      *             in tonight's stream (a job with any baln0001       *
      *             record on file) NOT SCHEDULED by its run condition *
      *             - then there is nothing to balance and the check   *
      *             reports so without halting the stream.             *
      *    Run date: command-line parameter YYYYMMDD, defaulting to    *
      *    today, matching the stamps the jobs wrote.                  *
      ******************************************************************
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY1
               FILE STATUS IS WS-NAM-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  UAF-DATA                  PIC X(33).

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

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
       01  WS-UAF-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-NAM-COUNT                  PIC 9(07) VALUE ZERO.
       01  WS-EXPECTED                   PIC 9(07) VALUE ZERO.
       01  WS-HIST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-HIST-EOF                   PIC X(01) VALUE 'N'.
       01  WS-BAL-RAN-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-BAL-NOSCHED-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-LAST-BALN-JOB              PIC X(08) VALUE SPACES.
      *    Tonight's stream from RUNHIST, one entry per step.
       01  WS-TNT-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-TNT-IX                     PIC 9(03) VALUE ZERO.
       01  WS-TNT-TABLE.
           05  WS-TNT-ENTRY OCCURS 100 TIMES.
               10  WS-TNT-JOB            PIC X(08).
               10  WS-TNT-STATUS         PIC X(01).

       01  WS-HEAD1.
           05  FILLER                    PIC X(36) VALUE
               END-IF
           END-PERFORM
           IF WS-CHECK-COUNT = ZERO
               PERFORM 420-CHECK-NOT-SCHEDULED THRU 420-EXIT
               MOVE SPACES TO WS-DETAIL-LINE
               IF WS-BAL-RAN-COUNT = ZERO
                   AND WS-BAL-NOSCHED-COUNT > ZERO
                   MOVE 'EXTRACTS NOT SCHEDULED TONIGHT' TO DL-CHECK
                   MOVE 'NOT SCHED' TO DL-RESULT
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ELSE
                   MOVE 'NO CONTROL TOTALS FOR RUN DATE' TO DL-CHECK
                   MOVE 'FAILED' TO DL-RESULT
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
           END-IF.
       400-EXIT.
           EXIT.
       410-EXIT.
           EXIT.

      *    No totals tonight - were the balancing jobs kept out of the
      *    stream by their run conditions? Tonight's history is loaded,
      *    then every job that has ever stamped baln0001 is looked up
      *    in it: one that ran (or tried to) means the missing totals
      *    are real; one only ever NOT SCHEDULED means they are not.
       420-CHECK-NOT-SCHEDULED.
           OPEN INPUT RUNHIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               GO TO 420-EXIT
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
                       IF WS-TNT-COUNT < 100
                           ADD 1 TO WS-TNT-COUNT
                           MOVE RUNH-JOB TO WS-TNT-JOB(WS-TNT-COUNT)
                           MOVE RUNH-STATUS TO
                               WS-TNT-STATUS(WS-TNT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RUNHIST-FILE
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO BALN-KEY
           START BALN-FILE KEY NOT LESS THAN BALN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ BALN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y' AND BALN-JOB NOT = WS-LAST-BALN-JOB
                   MOVE BALN-JOB TO WS-LAST-BALN-JOB
                   PERFORM VARYING WS-TNT-IX FROM 1 BY 1
                           UNTIL WS-TNT-IX > WS-TNT-COUNT
                       IF WS-TNT-JOB(WS-TNT-IX) = BALN-JOB
                           IF WS-TNT-STATUS(WS-TNT-IX) = 'N'
                               ADD 1 TO WS-BAL-NOSCHED-COUNT
                           ELSE
                               ADD 1 TO WS-BAL-RAN-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       420-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-FAIL-COUNT > ZERO
               DISPLAY 'BALCHK01 - OUT OF BALANCE, '
