      *             on or before it. "When will someone look at it"     *
      *             finally gets a number next to "when will it be      *
      *             fixed".                                             *
      *             The response target is the one in the catalog       *
      *             version in force when the ticket was opened - the   *
      *             applied svcv0001 version for the code not after the *
      *             open date and time - so a later change on SM0008 or *
      *             SM0064 does not rejudge older tickets. The          *
      *             resolution side already uses the due date stamped   *
      *             at open.                                            *
      *    Report period: command-line parameter, defaulting to the     *
      *    current month - YYYYMM for a calendar month, or YYYY-PP,     *
      *    YYYY-QN, YYYY-PP-QTD or YYYY-PP-YTD for a fiscal period,     *
      *    quarter or to-date rollup on finance's fper0001 calendar     *
      *    (the FPERRNG1 resolver) - matched against TICKET-OPEN-DATE.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT SVCV-FILE ASSIGN TO SVCV0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVCV-KEY
               FILE STATUS IS WS-SVCV-STATUS.
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

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.

       FD  SVCV-FILE
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVCV-REC.
           COPY SVCV0001.

       FD  FPER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FPER-REC.
           COPY FPER0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SVCV-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SVCV-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-SVCV-EOF                   PIC X(01) VALUE 'N'.
       01  WS-TERMS-FOUND                PIC X(01) VALUE 'N'.
      *    The highest svcv0001 key that can be in force for a ticket -
      *    its service code, open date and open time.
       01  WS-VER-LIMIT.
           05  WS-VER-LIMIT-CODE         PIC X(08).
           05  WS-VER-LIMIT-DATE         PIC 9(08).
           05  WS-VER-LIMIT-TIME         PIC 9(06).
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
       01  WS-PCT                        PIC 9(03)V9 VALUE ZERO.

       01  WS-SVC-MAX                    PIC 9(03) VALUE 200.
               10  WS-SVC-RESL-MET       PIC 9(05).

       01  WS-HEAD1.
           05  FILLER                    PIC X(31) VALUE
               'TARGET ATTAINMENT BY SERVICE -'.
           05  H1-PERIOD                 PIC X(40).
           05  FILLER                    PIC X(61) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'SERVICE'.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM TO FPRX-PARM
           MOVE WS-TODAY-YYYYMM TO FPRX-DEFAULT-MONTH
           PERFORM 120-RESOLVE-PERIOD THRU 120-EXIT
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'RSPRPT01 - ERROR OPENING TKTM0001, STATUS='
                   WS-SVC-STATUS
               STOP RUN
           END-IF
      *    No version history just leaves every ticket on today's
      *    catalog entry, the pre-versioning behavior.
           OPEN INPUT SVCV-FILE
           IF WS-SVCV-STATUS = '00'
               MOVE 'Y' TO WS-SVCV-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RSPRPT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE FPRX-LABEL TO H1-PERIOD
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           PERFORM 210-READ-TKT.
       100-EXIT.
           EXIT.

      *    The report period - a calendar month or a fiscal period,
      *    quarter or to-date rollup off fper0001 - as a date range.
       120-RESOLVE-PERIOD.
           COPY FPERRNG1.
           IF FPRX-VALID NOT = 'Y'
               DISPLAY 'RSPRPT01 - ' FPRX-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       120-EXIT.
           EXIT.

       200-PROCESS-FILE.
           IF TKT-OPEN-DATE IS NUMERIC AND TKT-OPEN-DATE > ZERO
               IF TKT-OPEN-DATE NOT < FPRX-FROM-DATE
                   AND TKT-OPEN-DATE NOT > FPRX-TO-DATE
                   PERFORM 300-TABLE-TICKET
               END-IF
           END-IF
               MOVE ZERO TO WS-SVC-RESL-TGT(WS-SVC-IDX)
               MOVE ZERO TO WS-SVC-RESL-MET(WS-SVC-IDX)
           END-IF
      *    Response side - only tickets whose catalog entry, as it
      *    stood when the ticket was opened, sells a response target
      *    count, and a first touch that never tripped the sweep's
      *    breach flag counts as met.
           MOVE TKT-SVC-CODE TO SVC-CODE
           MOVE 'N' TO WS-TERMS-FOUND
           READ SVC-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SVC-STATUS = '00'
               MOVE 'Y' TO WS-TERMS-FOUND
           END-IF
           PERFORM 310-VERSION-IN-FORCE THRU 310-EXIT
           IF WS-TERMS-FOUND = 'Y'
               AND SVC-RESP-DAYS IS NUMERIC
               AND SVC-RESP-DAYS > ZERO
               ADD 1 TO WS-SVC-RESP-TGT(WS-SVC-IDX)
       300-EXIT.
           EXIT.

      *    The applied svcv0001 version with the highest key not after
      *    the ticket's open date and time replaces today's entry - a
      *    code with no versions has only ever had today's terms.
       310-VERSION-IN-FORCE.
           IF WS-SVCV-OPEN NOT = 'Y'
               GO TO 310-EXIT
           END-IF
           MOVE TKT-SVC-CODE TO WS-VER-LIMIT-CODE SVCV-CODE
           MOVE TKT-OPEN-DATE TO WS-VER-LIMIT-DATE
           IF TKT-OPEN-TIME IS NUMERIC
               MOVE TKT-OPEN-TIME TO WS-VER-LIMIT-TIME
           ELSE
               MOVE ZERO TO WS-VER-LIMIT-TIME
           END-IF
           MOVE ZERO TO SVCV-EFF-DATE SVCV-EFF-TIME
           START SVCV-FILE KEY IS NOT LESS THAN SVCV-KEY
               INVALID KEY
                   GO TO 310-EXIT
           END-START
           MOVE 'N' TO WS-SVCV-EOF
           PERFORM 315-NEXT-VERSION UNTIL WS-SVCV-EOF = 'Y'.
       310-EXIT.
           EXIT.

       315-NEXT-VERSION.
           READ SVCV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SVCV-EOF
           END-READ
           IF WS-SVCV-EOF = 'N'
               IF SVCV-CODE NOT = WS-VER-LIMIT-CODE
                   OR SVCV-KEY > WS-VER-LIMIT
                   MOVE 'Y' TO WS-SVCV-EOF
               ELSE
                   IF SVCV-APPLIED
                       MOVE SVCV-ENTRY TO SVC-REC
                       MOVE 'Y' TO WS-TERMS-FOUND
                   END-IF
               END-IF
           END-IF.
       315-EXIT.
           EXIT.

       800-PRINT-REPORT.
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX > WS-SVC-TBL-COUNT
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
           DISPLAY 'RSPRPT01 - SERVICES REPORTED: ' WS-SVC-TBL-COUNT
           CLOSE TKT-FILE
           CLOSE SVC-FILE
           IF WS-SVCV-OPEN = 'Y'
               CLOSE SVCV-FILE
           END-IF
           IF WS-FPER-OPEN = 'Y'
               CLOSE FPER-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
