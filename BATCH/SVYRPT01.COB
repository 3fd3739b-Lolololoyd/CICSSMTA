      *             by phone. Accumulation uses the same bounded        *
      *             in-memory table device TKTSLA01 uses for its        *
      *             grouped report.                                     *
      *    Report period: command-line parameter, defaulting to the     *
      *    current month - YYYYMM for a calendar month, or YYYY-PP,     *
      *    YYYY-QN, YYYY-PP-QTD or YYYY-PP-YTD for a fiscal period,     *
      *    quarter or to-date rollup on finance's fper0001 calendar     *
      *    (the FPERRNG1 resolver). Surveys SENT in the period are      *
      *    counted, responses whenever they arrived, so a slow reply    *
      *    still scores the period it was asked about.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SRVY-TICKET-NUM
               FILE STATUS IS WS-SRVY-STATUS.
           SELECT FPER-FILE ASSIGN TO FPER0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FPER-KEY
               FILE STATUS IS WS-FPER-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  SRVY-REC.
           COPY SRVY0001.

       FD  FPER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FPER-REC.
           COPY FPER0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-SRVY-STATUS                PIC X(02) VALUE SPACES.
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
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-SEL-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-AVG-SCORE                  PIC 9(01)V9 VALUE ZERO.
               10  WS-CLS-SCORE-SUM      PIC 9(08).

       01  WS-HEAD1.
           05  FILLER                    PIC X(31) VALUE
               'CUSTOMER SATISFACTION REPORT -'.
           05  H1-PERIOD                 PIC X(40).
           05  FILLER                    PIC X(61) VALUE SPACES.

       01  WS-SECT1.
           05  FILLER                    PIC X(132) VALUE
           05  FILLER                    PIC X(96) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(19) VALUE
               'SURVEYS IN PERIOD:'.
           05  TL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(106) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM TO FPRX-PARM
           MOVE WS-TODAY-YYYYMM TO FPRX-DEFAULT-MONTH
           PERFORM 120-RESOLVE-PERIOD THRU 120-EXIT
           OPEN INPUT SRVY-FILE
           IF WS-SRVY-STATUS NOT = '00'
               DISPLAY 'SVYRPT01 - ERROR OPENING SRVY0001, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE FPRX-LABEL TO H1-PERIOD
           WRITE REPORT-LINE FROM WS-HEAD1
           PERFORM 210-READ-SRVY.
       100-EXIT.
           EXIT.

      *    The report period - a calendar month or a fiscal period,
      *    quarter or to-date rollup off fper0001 - as a date range.
       120-RESOLVE-PERIOD.
           COPY FPERRNG1.
           IF FPRX-VALID NOT = 'Y'
               DISPLAY 'SVYRPT01 - ' FPRX-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       120-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           IF SRVY-SENT-DATE NOT < FPRX-FROM-DATE
               AND SRVY-SENT-DATE NOT > FPRX-TO-DATE
               ADD 1 TO WS-SEL-COUNT
               PERFORM 300-TABLE-SVC
               PERFORM 310-TABLE-CLOSER
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
           DISPLAY 'SVYRPT01 - SURVEYS REPORTED: ' WS-SEL-COUNT
           CLOSE SRVY-FILE
           IF WS-FPER-OPEN = 'Y'
               CLOSE FPER-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
