      *             before the minutes field existed carry spaces and  *
      *             are skipped. Accumulation uses the same bounded    *
      *             in-memory table device TKTSLA01 uses.              *
      *    Report period: command-line parameter, defaulting to the     *
      *    current month - YYYYMM for a calendar month, or YYYY-PP,     *
      *    YYYY-QN, YYYY-PP-QTD or YYYY-PP-YTD for a fiscal period,     *
      *    quarter or to-date rollup on finance's fper0001 calendar     *
      *    (the FPERRNG1 resolver) - matched against                    *
      *    TICKD-ENTERED-DATE.                                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
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
       FD  TICKD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TICKD-REC.
           COPY TICKD0001.

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
       01  WS-FPER-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FPER-OPEN                  PIC X(01) VALUE SPACE.
       01  WS-FPRX-WORK.
           COPY FPERWRK1.
       01  WS-REC-COUNT                  PIC 9(08) VALUE ZERO.
       01  WS-MIN-TOTAL                  PIC 9(09) VALUE ZERO.
       01  WS-CUR-TICKET                 PIC X(06) VALUE SPACES.
               10  WS-SVC-MINUTES        PIC 9(08).

       01  WS-HEAD1.
           05  FILLER                    PIC X(24) VALUE
               'MONTHLY EFFORT REPORT -'.
           05  H1-PERIOD                 PIC X(40).
           05  FILLER                    PIC X(68) VALUE SPACES.

       01  WS-SECT1.
           05  FILLER                    PIC X(132) VALUE

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM TO FPRX-PARM
           MOVE WS-TODAY-YYYYMM TO FPRX-DEFAULT-MONTH
           PERFORM 120-RESOLVE-PERIOD THRU 120-EXIT
           OPEN INPUT TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'EFFRPT01 - ERROR OPENING TKTD0001, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE FPRX-LABEL TO H1-PERIOD
           WRITE REPORT-LINE FROM WS-HEAD1
           PERFORM 210-READ-TICKD.
       100-EXIT.
           EXIT.

      *    The report period - a calendar month or a fiscal period,
      *    quarter or to-date rollup off fper0001 - as a date range.
       120-RESOLVE-PERIOD.
           COPY FPERRNG1.
           IF FPRX-VALID NOT = 'Y'
               DISPLAY 'EFFRPT01 - ' FPRX-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       120-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           IF TICKD-MINUTES IS NUMERIC AND TICKD-MINUTES > ZERO
               AND TICKD-ENTERED-DATE IS NUMERIC
               IF TICKD-ENTERED-DATE NOT < FPRX-FROM-DATE
                   AND TICKD-ENTERED-DATE NOT > FPRX-TO-DATE
                   ADD TICKD-MINUTES TO WS-MIN-TOTAL
                   PERFORM 300-TABLE-AGENT
                   PERFORM 310-TABLE-SVC
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
           DISPLAY 'EFFRPT01 - MINUTES REPORTED: ' WS-MIN-TOTAL
           CLOSE TICKD-FILE
           CLOSE TKT-FILE
           IF WS-FPER-OPEN = 'Y'
               CLOSE FPER-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
