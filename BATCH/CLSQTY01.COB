      *             bucket so the bounce still counts somewhere. A      *
      *             could-not-reproduce code with a fat bounce rate     *
      *             is the coaching list the supervisors need.          *
      *    Report period: optional command-line parameter - YYYYMM for  *
      *    a calendar month, or YYYY-PP, YYYY-QN, YYYY-PP-QTD or        *
      *    YYYY-PP-YTD for a fiscal period, quarter or to-date rollup   *
      *    on finance's fper0001 calendar (the FPERRNG1 resolver). With *
      *    one, only tickets CLOSED in the period are counted           *
      *    (TICKET-CLOSED-DATE), with the bounces they have taken so    *
      *    far; a ticket sitting reopened has no close date and shows   *
      *    only on a run without one, which reports every ticket on     *
      *    file.                                                        *
      *    No restart/checkpoint handling - a read-only report.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
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
       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  FPER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FPER-REC.
           COPY FPER0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(12) VALUE SPACES.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM           PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-BY-PERIOD                  PIC X(01) VALUE 'N'.
       01  WS-IN-PERIOD                  PIC X(01) VALUE 'Y'.
       01  WS-FPER-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FPER-OPEN                  PIC X(01) VALUE SPACE.
       01  WS-FPRX-WORK.
           COPY FPERWRK1.
       01  WS-GROUP-KEY                  PIC X(08) VALUE SPACES.
       01  WS-REOPENS                    PIC 9(03) VALUE ZERO.
       01  WS-RATE                       PIC 9(03)V9 VALUE ZERO.
               10  WS-CLS-BOUNCES        PIC 9(06).

       01  WS-HEAD1.
           05  FILLER                    PIC X(33) VALUE
               'CLOSURE QUALITY - REOPEN RATES -'.
           05  H1-PERIOD                 PIC X(40) VALUE
               'ALL TICKETS ON FILE'.
           05  FILLER                    PIC X(59) VALUE SPACES.

       01  WS-SECT1.
           05  FILLER                    PIC X(132) VALUE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               MOVE 'Y' TO WS-BY-PERIOD
               MOVE WS-PARM TO FPRX-PARM
               MOVE WS-TODAY-YYYYMM TO FPRX-DEFAULT-MONTH
               PERFORM 120-RESOLVE-PERIOD THRU 120-EXIT
               MOVE FPRX-LABEL TO H1-PERIOD
           END-IF
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'CLSQTY01 - ERROR OPENING TKTM0001, STATUS='
       100-EXIT.
           EXIT.

      *    The report period - a calendar month or a fiscal period,
      *    quarter or to-date rollup off fper0001 - as a date range.
       120-RESOLVE-PERIOD.
           COPY FPERRNG1.
           IF FPRX-VALID NOT = 'Y'
               DISPLAY 'CLSQTY01 - ' FPRX-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       120-EXIT.
           EXIT.

       200-PROCESS-FILE.
           MOVE ZERO TO WS-REOPENS
           IF TKT-REOPEN-COUNT IS NUMERIC
               MOVE TKT-REOPEN-COUNT TO WS-REOPENS
           END-IF
           MOVE 'Y' TO WS-IN-PERIOD
           IF WS-BY-PERIOD = 'Y'
               IF TKT-CLOSED AND TKT-CLOSED-DATE IS NUMERIC
                   AND TKT-CLOSED-DATE NOT < FPRX-FROM-DATE
                   AND TKT-CLOSED-DATE NOT > FPRX-TO-DATE
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-IN-PERIOD
               END-IF
           END-IF
           IF WS-IN-PERIOD = 'Y'
               AND (TKT-CLOSED OR WS-REOPENS > ZERO)
               PERFORM 300-TABLE-RESL
               PERFORM 310-TABLE-CLOSER
           END-IF
       800-EXIT.
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
           DISPLAY 'CLSQTY01 - RESL GROUPS: ' WS-RSL-COUNT
               ' CLOSERS: ' WS-CLS-COUNT
           CLOSE TKT-FILE
           IF WS-FPER-OPEN = 'Y'
               CLOSE FPER-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
