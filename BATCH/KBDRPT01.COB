       IDENTIFICATION DIVISION.
       PROGRAM-ID. KBDRPT01.
      ******************************************************************
      *DESCRIPTION: Monthly knowledge-base deflection report - reads    *
      *             the kbdf0001 tally SM0013 keeps of the kbar0001     *
      *             articles it offers before a ticket is opened, and   *
      *             prints each article's offers and deflections (the   *
      *             requestor said it solved the problem and no ticket  *
      *             was opened) grouped by service code. Each service   *
      *             total sets its deflections against the tickets      *
      *             actually opened under it that month, counted off    *
      *             tktm0001 with the same bounded in-memory table      *
      *             device EFFRPT01 uses, so the deflection rate shows  *
      *             how much ticket volume the knowledge base takes.    *
      *    Report month: command-line parameter YYYYMM, defaulting to   *
      *    the current month.                                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KBDF-FILE ASSIGN TO KBDF0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KBDF-KEY
               FILE STATUS IS WS-KBDF-STATUS.
           SELECT KBAR-FILE ASSIGN TO KBAR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KB-TICKET-NUM
               FILE STATUS IS WS-KBAR-STATUS.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KBDF-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KBDF-REC.
           COPY KBDF0001.

       FD  KBAR-FILE
           RECORD CONTAINS 254 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KBAR-REC.
           COPY KBAR0001.

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-KBDF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-KBAR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TKT-EOF                    PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(06) VALUE SPACES.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM           PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-RPT-MONTH                  PIC 9(06) VALUE ZERO.
       01  WS-OPEN-YYYYMM                PIC 9(06) VALUE ZERO.
       01  WS-CUR-SVC                    PIC X(08) VALUE SPACES.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-SVC-SHOWN                  PIC 9(07) VALUE ZERO.
       01  WS-SVC-DEFLECTED              PIC 9(07) VALUE ZERO.
       01  WS-SVC-OPENED                 PIC 9(07) VALUE ZERO.
       01  WS-TOT-SHOWN                  PIC 9(07) VALUE ZERO.
       01  WS-TOT-DEFLECTED              PIC 9(07) VALUE ZERO.
       01  WS-TOT-OPENED                 PIC 9(07) VALUE ZERO.
       01  WS-RATE                       PIC 9(03)V9 VALUE ZERO.

       01  WS-SVC-MAX                    PIC 9(03) VALUE 200.
       01  WS-SVC-TBL-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-SVC-IDX                    PIC 9(03) VALUE ZERO.
       01  WS-SVC-TABLE.
           05  WS-SVC-ENTRY OCCURS 200 TIMES.
               10  WS-SVC-TBL-CODE       PIC X(08).
               10  WS-SVC-TBL-OPENED     PIC 9(07).

       01  WS-HEAD1.
           05  FILLER                    PIC X(44) VALUE
               'KNOWLEDGE-BASE DEFLECTION REPORT - MONTH'.
           05  H1-MONTH                  PIC 9(06).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(19) VALUE
               'SERVICE   ARTICLE'.
           05  FILLER                    PIC X(44) VALUE 'SUMMARY'.
           05  FILLER                    PIC X(69) VALUE
               '  OFFERED  DEFLECTED'.

       01  WS-DETAIL-LINE.
           05  DL-SVC                    PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ARTICLE                PIC X(06).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-SUMMARY                PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-SHOWN                  PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-DEFLECTED              PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(51) VALUE SPACES.

       01  WS-SVC-LINE.
           05  SL-LABEL                  PIC X(19) VALUE SPACES.
           05  FILLER                    PIC X(17) VALUE
               'OFFERED:'.
           05  SL-SHOWN                  PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  DEFLECTED:'.
           05  SL-DEFLECTED              PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(18) VALUE
               '  TICKETS OPENED:'.
           05  SL-OPENED                 PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(19) VALUE
               '  DEFLECTION RATE:'.
           05  SL-RATE                   PIC ZZ9.9.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 150-COUNT-OPENED UNTIL WS-TKT-EOF = 'Y'
           PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMM TO WS-RPT-MONTH
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RPT-MONTH
           END-IF
           OPEN INPUT KBDF-FILE
           IF WS-KBDF-STATUS NOT = '00'
               DISPLAY 'KBDRPT01 - ERROR OPENING KBDF0001, STATUS='
                   WS-KBDF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT KBAR-FILE
           IF WS-KBAR-STATUS NOT = '00'
               DISPLAY 'KBDRPT01 - ERROR OPENING KBAR0001, STATUS='
                   WS-KBAR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'KBDRPT01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'KBDRPT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RPT-MONTH TO H1-MONTH
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           PERFORM 160-READ-TKT
      *    The tally is keyed month first, so the month's records are
      *    one contiguous run starting at the month.
           MOVE LOW-VALUES TO KBDF-KEY
           MOVE WS-RPT-MONTH TO KBDF-MONTH
           START KBDF-FILE KEY NOT LESS THAN KBDF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM 210-READ-KBDF
           END-IF.
       100-EXIT.
           EXIT.

      *    Tickets opened in the report month, by service code.
       150-COUNT-OPENED.
           IF TKT-OPEN-DATE IS NUMERIC
               MOVE TKT-OPEN-DATE(1:6) TO WS-OPEN-YYYYMM
               IF WS-OPEN-YYYYMM = WS-RPT-MONTH
                   AND TKT-SVC-CODE NOT = SPACES
                   PERFORM 170-TABLE-SVC THRU 170-EXIT
                   IF WS-SVC-IDX NOT > WS-SVC-TBL-COUNT
                       ADD 1 TO WS-SVC-TBL-OPENED(WS-SVC-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 160-READ-TKT.
       150-EXIT.
           EXIT.

       160-READ-TKT.
           READ TKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TKT-EOF
           END-READ.
       160-EXIT.
           EXIT.

       170-TABLE-SVC.
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX > WS-SVC-TBL-COUNT
                   OR WS-SVC-TBL-CODE(WS-SVC-IDX) = TKT-SVC-CODE
               CONTINUE
           END-PERFORM
           IF WS-SVC-IDX > WS-SVC-TBL-COUNT
               IF WS-SVC-TBL-COUNT >= WS-SVC-MAX
                   DISPLAY 'KBDRPT01 - SVC TABLE OVERFLOW, '
                       TKT-SVC-CODE ' NOT COUNTED'
                   GO TO 170-EXIT
               END-IF
               ADD 1 TO WS-SVC-TBL-COUNT
               MOVE TKT-SVC-CODE TO WS-SVC-TBL-CODE(WS-SVC-IDX)
               MOVE ZERO TO WS-SVC-TBL-OPENED(WS-SVC-IDX)
           END-IF.
       170-EXIT.
           EXIT.

       200-PROCESS-FILE.
           IF KBDF-SVC-CODE NOT = WS-CUR-SVC
               IF WS-CUR-SVC NOT = SPACES
                   PERFORM 300-SERVICE-TOTAL
               END-IF
               MOVE KBDF-SVC-CODE TO WS-CUR-SVC
               MOVE ZERO TO WS-SVC-SHOWN WS-SVC-DEFLECTED
           END-IF
           ADD 1 TO WS-REC-COUNT
           ADD KBDF-SHOWN TO WS-SVC-SHOWN
           ADD KBDF-DEFLECTED TO WS-SVC-DEFLECTED
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE KBDF-SVC-CODE TO DL-SVC
           MOVE KBDF-KB-TICKET TO DL-ARTICLE
           MOVE KBDF-KB-TICKET TO KB-TICKET-NUM
           READ KBAR-FILE
               INVALID KEY
                   MOVE '(ARTICLE NO LONGER ON FILE)' TO DL-SUMMARY
               NOT INVALID KEY
                   MOVE KB-SUMMARY TO DL-SUMMARY
           END-READ
           MOVE KBDF-SHOWN TO DL-SHOWN
           MOVE KBDF-DEFLECTED TO DL-DEFLECTED
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 210-READ-KBDF.
       200-EXIT.
           EXIT.

       210-READ-KBDF.
           READ KBDF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               AND KBDF-MONTH NOT = WS-RPT-MONTH
               MOVE 'Y' TO WS-EOF
           END-IF.
       210-EXIT.
           EXIT.

      *    Deflection rate is deflections over all the requests the
      *    service saw - the ones turned away plus the ones opened.
       300-SERVICE-TOTAL.
           MOVE ZERO TO WS-SVC-OPENED
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX > WS-SVC-TBL-COUNT
               IF WS-SVC-TBL-CODE(WS-SVC-IDX) = WS-CUR-SVC
                   MOVE WS-SVC-TBL-OPENED(WS-SVC-IDX) TO WS-SVC-OPENED
               END-IF
           END-PERFORM
           MOVE SPACES TO SL-LABEL
           STRING '  TOTAL ' WS-CUR-SVC
               DELIMITED BY SIZE INTO SL-LABEL
           END-STRING
           MOVE WS-SVC-SHOWN TO SL-SHOWN
           MOVE WS-SVC-DEFLECTED TO SL-DEFLECTED
           MOVE WS-SVC-OPENED TO SL-OPENED
           PERFORM 310-RATE-LINE
           ADD WS-SVC-SHOWN TO WS-TOT-SHOWN
           ADD WS-SVC-DEFLECTED TO WS-TOT-DEFLECTED
           ADD WS-SVC-OPENED TO WS-TOT-OPENED.
       300-EXIT.
           EXIT.

       310-RATE-LINE.
           MOVE ZERO TO WS-RATE
           IF WS-SVC-DEFLECTED + WS-SVC-OPENED > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-SVC-DEFLECTED * 100
                       / (WS-SVC-DEFLECTED + WS-SVC-OPENED)
           END-IF
           MOVE WS-RATE TO SL-RATE
           WRITE REPORT-LINE FROM WS-SVC-LINE.
       310-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-CUR-SVC NOT = SPACES
               PERFORM 300-SERVICE-TOTAL
           END-IF
           MOVE 'GRAND TOTAL' TO SL-LABEL
           MOVE WS-TOT-SHOWN TO SL-SHOWN
           MOVE WS-TOT-DEFLECTED TO SL-DEFLECTED
           MOVE WS-TOT-OPENED TO SL-OPENED
           MOVE WS-TOT-DEFLECTED TO WS-SVC-DEFLECTED
           MOVE WS-TOT-OPENED TO WS-SVC-OPENED
           PERFORM 310-RATE-LINE
           DISPLAY 'KBDRPT01 - ARTICLES REPORTED: ' WS-REC-COUNT
               ' DEFLECTED: ' WS-TOT-DEFLECTED
           CLOSE KBDF-FILE
           CLOSE KBAR-FILE
           CLOSE TKT-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
