      *             zero, requestors with no profile land under the     *
      *             UNKNOWN department - both are counted so the gaps   *
      *             are visible instead of silently free.               *
      *    Spare parts booked on the ticket (ptus0001, written by the   *
      *    SM0011 parts-used entry) price at quantity x the unit cost   *
      *    recorded at the time of use and go out as a second CHGOUT    *
      *    line for the ticket - CHG-TYPE P, next to the S line for     *
      *    the flat rate0001 price - and as their own summary column.   *
      *    No ptus0001 file means no parts lines.                       *
      *    A month CHGCLS01 has closed (its chgp0001 record says so) is *
      *    not re-priced: extract and summary are rebuilt from that     *
      *    month's frozen chgl0001 ledger lines, so a ticket reopened   *
      *    or reclassified since cannot move an invoiced month. The     *
      *    ledger's A (adjustment) lines go out with CHG-ENTRY A and a  *
      *    CHG-SIGN of '-' on credits; a month still open is priced as  *
      *    before, all O lines, as the close will see it.               *
      *    Report period: command-line parameter, defaulting to the     *
      *    current month - YYYYMM for a calendar month, or YYYY-PP,     *
      *    YYYY-QN, YYYY-PP-QTD or YYYY-PP-YTD for a fiscal period,     *
      *    quarter or to-date rollup on finance's fper0001 calendar     *
      *    (the FPERRNG1 resolver) - matched against                    *
      *    TICKET-CLOSED-DATE. Invoicing closes by calendar month, so   *
      *    only a calendar-month run is taken from the frozen ledger; a *
      *    fiscal run prices every ticket closed in its range as an     *
      *    open month would, each CHGOUT line carrying the calendar     *
      *    month the ticket closed in, and is headed as a fiscal view.  *
      *    No restart/checkpoint handling - extract and report are      *
      *    rebuilt whole on a rerun.                                    *
      ******************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPRF-USERID
               FILE STATUS IS WS-UPRF-STATUS.
           SELECT PTUS-FILE ASSIGN TO PTUS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTUS-KEY
               FILE STATUS IS WS-PTUS-STATUS.
           SELECT CHGL-FILE ASSIGN TO CHGL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHGL-KEY
               FILE STATUS IS WS-CHGL-STATUS.
           SELECT CHGP-FILE ASSIGN TO CHGP0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHGP-PERIOD
               FILE STATUS IS WS-CHGP-STATUS.
           SELECT FPER-FILE ASSIGN TO FPER0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FPER-KEY
               FILE STATUS IS WS-FPER-STATUS.
           SELECT CHG-FILE ASSIGN TO CHGOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.
       01  UPRF-REC.
           COPY UPRF0001.

       FD  PTUS-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PTUS-REC.
           COPY PTUS0001.

       FD  CHGL-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CHGL-REC.
           COPY CHGL0001.

       FD  CHGP-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CHGP-REC.
           COPY CHGP0001.

       FD  FPER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FPER-REC.
           COPY FPER0001.

       FD  CHG-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  CHG-REC.
           05  CHG-DEPT                  PIC X(05).
           05  CHG-MONTH                 PIC 9(06).
           05  FILLER                    PIC X(01).
           05  CHG-AMOUNT                PIC 9(05).99.
           05  FILLER                    PIC X(01).
           05  CHG-TYPE                  PIC X(01).
               88  CHG-SERVICE-RATE      VALUE 'S'.
               88  CHG-PARTS             VALUE 'P'.
           05  FILLER                    PIC X(01).
           05  CHG-ENTRY                 PIC X(01).
               88  CHG-ORIGINAL          VALUE 'O'.
               88  CHG-ADJUSTMENT        VALUE 'A'.
           05  FILLER                    PIC X(01).
           05  CHG-SIGN                  PIC X(01).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RATE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PTUS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PTUS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-PTUS-EOF                   PIC X(01) VALUE 'N'.
       01  WS-CHG-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CHGL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CHGP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FROM-LEDGER                PIC X(01) VALUE 'N'.
       01  WS-CHGL-EOF                   PIC X(01) VALUE 'N'.
       01  WS-TKT-INC                    PIC 9(01) VALUE ZERO.
       01  WS-ADJ-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(12) VALUE SPACES.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM           PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-RPT-MONTH                  PIC 9(06) VALUE ZERO.
       01  WS-FPER-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FPER-OPEN                  PIC X(01) VALUE SPACE.
       01  WS-FPRX-WORK.
           COPY FPERWRK1.
       01  WS-CHG-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-NORATE-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NODEPT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-RATE-AMT                   PIC S9(07)V99 VALUE ZERO.
       01  WS-PARTS-AMT                  PIC S9(07)V99 VALUE ZERO.
       01  WS-PARTS-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-PARTS-TOTAL                PIC S9(09)V99 VALUE ZERO.
       01  WS-DEPT                       PIC X(05) VALUE SPACES.

       01  WS-DEP-MAX                    PIC 9(03) VALUE 200.
           05  WS-DEP-ENTRY OCCURS 200 TIMES.
               10  WS-DEP-TBL-DEPT       PIC X(05).
               10  WS-DEP-TICKETS        PIC 9(06).
               10  WS-DEP-AMOUNT         PIC S9(09)V99.
               10  WS-DEP-PARTS          PIC S9(09)V99.

       01  WS-HEAD1.
           05  FILLER                    PIC X(26) VALUE
               'DEPARTMENTAL CHARGEBACK -'.
           05  H1-PERIOD                 PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  H1-SOURCE                 PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(07) VALUE 'DEPT'.
           05  FILLER                    PIC X(10) VALUE 'TICKETS'.
           05  FILLER                    PIC X(16) VALUE 'AMOUNT'.
           05  FILLER                    PIC X(14) VALUE 'PARTS'.
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-DEPT                   PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TICKETS                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-PARTS                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(17) VALUE
           05  TL-NORATE                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  NO DEPT:'.
           05  TL-NODEPT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(15) VALUE
               '  WITH PARTS:'.
           05  TL-PARTS                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(15) VALUE
               '  ADJUSTMENTS:'.
           05  TL-ADJ                    PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           IF WS-FROM-LEDGER = 'Y'
               PERFORM 600-LEDGER-LINE THRU 600-EXIT
                   UNTIL WS-CHGL-EOF = 'Y'
           ELSE
               PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           END-IF
           PERFORM 800-PRINT-SUMMARY
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM TO FPRX-PARM
           MOVE WS-TODAY-YYYYMM TO FPRX-DEFAULT-MONTH
           PERFORM 120-RESOLVE-PERIOD THRU 120-EXIT
           MOVE FPRX-MONTH TO WS-RPT-MONTH
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'CHGBCK01 - ERROR OPENING TKTM0001, STATUS='
                   WS-UPRF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PTUS-FILE
           IF WS-PTUS-STATUS = '00'
               MOVE 'Y' TO WS-PTUS-OPEN
           ELSE
               DISPLAY 'CHGBCK01 - PTUS0001 NOT AVAILABLE, STATUS='
                   WS-PTUS-STATUS ' - NO PARTS LINES'
           END-IF
           OPEN OUTPUT CHG-FILE
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'CHGBCK01 - ERROR OPENING CHGOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           IF FPRX-CAL-MONTH
               PERFORM 110-CHECK-CLOSED THRU 110-EXIT
           ELSE
               MOVE 'FISCAL VIEW - NOT THE INVOICE' TO H1-SOURCE
           END-IF
           MOVE FPRX-LABEL TO H1-PERIOD
           WRITE REPORT-LINE FROM WS-HEAD1
           IF WS-FROM-LEDGER = 'Y'
               PERFORM 610-READ-CHGL
           ELSE
               PERFORM 210-READ-TKT
           END-IF.
       100-EXIT.
           EXIT.

      *    A closed month comes off the ledger - no chgp0001 or
      *    chgl0001 yet just means nothing has been closed.
       110-CHECK-CLOSED.
           OPEN INPUT CHGP-FILE
           IF WS-CHGP-STATUS NOT = '00'
               GO TO 110-EXIT
           END-IF
           MOVE WS-RPT-MONTH TO CHGP-PERIOD
           READ CHGP-FILE
               INVALID KEY
                   MOVE SPACE TO CHGP-STATUS
           END-READ
           CLOSE CHGP-FILE
           IF NOT CHGP-CLOSED
               GO TO 110-EXIT
           END-IF
           OPEN INPUT CHGL-FILE
           IF WS-CHGL-STATUS NOT = '00'
               DISPLAY 'CHGBCK01 - MONTH ' WS-RPT-MONTH ' IS CLOSED'
                   ' BUT CHGL0001 IS NOT AVAILABLE, STATUS='
                   WS-CHGL-STATUS
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-FROM-LEDGER
           MOVE 'CLOSED - FROM LEDGER' TO H1-SOURCE.
       110-EXIT.
           EXIT.

      *    The report period - a calendar month or a fiscal period,
      *    quarter or to-date rollup off fper0001 - as a date range.
       120-RESOLVE-PERIOD.
           COPY FPERRNG1.
           IF FPRX-VALID NOT = 'Y'
               DISPLAY 'CHGBCK01 - ' FPRX-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       120-EXIT.
           EXIT.

       200-PROCESS-FILE.
           IF TKT-CLOSED AND TKT-CLOSED-DATE IS NUMERIC
               IF TKT-CLOSED-DATE NOT < FPRX-FROM-DATE
                   AND TKT-CLOSED-DATE NOT > FPRX-TO-DATE
                   PERFORM 300-CHARGE-TICKET
               END-IF
           END-IF
           MOVE WS-DEPT TO CHG-DEPT
           MOVE TKT-NUM TO CHG-TICKET
           MOVE TKT-SVC-CODE TO CHG-SVC-CODE
           MOVE TKT-CLOSED-DATE(1:6) TO CHG-MONTH
           MOVE WS-RATE-AMT TO CHG-AMOUNT
           SET CHG-SERVICE-RATE TO TRUE
           SET CHG-ORIGINAL TO TRUE
           WRITE CHG-REC
           ADD 1 TO WS-CHG-COUNT
           PERFORM 320-PRICE-PARTS THRU 320-EXIT
           IF WS-PARTS-AMT > ZERO
               MOVE WS-PARTS-AMT TO CHG-AMOUNT
               SET CHG-PARTS TO TRUE
               WRITE CHG-REC
               ADD 1 TO WS-PARTS-COUNT
               ADD WS-PARTS-AMT TO WS-PARTS-TOTAL
           END-IF
           MOVE 1 TO WS-TKT-INC
           PERFORM 310-TABLE-DEPT THRU 310-EXIT.
       300-EXIT.
           EXIT.

               MOVE WS-DEPT TO WS-DEP-TBL-DEPT(WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-TICKETS(WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-AMOUNT(WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-PARTS(WS-DEP-IDX)
           END-IF
           ADD WS-TKT-INC TO WS-DEP-TICKETS(WS-DEP-IDX)
           ADD WS-RATE-AMT TO WS-DEP-AMOUNT(WS-DEP-IDX)
           ADD WS-PARTS-AMT TO WS-DEP-PARTS(WS-DEP-IDX).
       310-EXIT.
           EXIT.

      *    The ticket's parts - its ptus0001 records are one key range
      *    under the ticket number, each priced at the quantity times
      *    the unit cost stamped when the part was used.
       320-PRICE-PARTS.
           MOVE ZERO TO WS-PARTS-AMT
           IF WS-PTUS-OPEN NOT = 'Y'
               GO TO 320-EXIT
           END-IF
           MOVE LOW-VALUES TO PTUS-KEY
           MOVE TKT-NUM TO PTUS-TICKET-NUM
           MOVE 'N' TO WS-PTUS-EOF
           START PTUS-FILE KEY IS NOT LESS THAN PTUS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PTUS-EOF
           END-START
           PERFORM UNTIL WS-PTUS-EOF = 'Y'
               READ PTUS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PTUS-EOF
               END-READ
               IF WS-PTUS-EOF NOT = 'Y'
                   IF PTUS-TICKET-NUM NOT = TKT-NUM
                       MOVE 'Y' TO WS-PTUS-EOF
                   ELSE
                       IF PTUS-QTY IS NUMERIC
                           AND PTUS-UNIT-COST IS NUMERIC
                           COMPUTE WS-PARTS-AMT = WS-PARTS-AMT +
                               PTUS-QTY * PTUS-UNIT-COST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.

      *    One closed-month ledger line to the extract and summary:
      *    an original S line is the ticket's charge, an original P
      *    line its parts, an A line an adjustment booked this month.
       600-LEDGER-LINE.
           IF CHGL-PERIOD NOT = WS-RPT-MONTH
               GO TO 600-READ
           END-IF
           MOVE ZERO TO WS-RATE-AMT WS-PARTS-AMT WS-TKT-INC
           MOVE SPACES TO CHG-REC
           MOVE CHGL-DEPT TO CHG-DEPT WS-DEPT
           MOVE CHGL-TICKET TO CHG-TICKET
           MOVE CHGL-SVC-CODE TO CHG-SVC-CODE
           MOVE WS-RPT-MONTH TO CHG-MONTH
           MOVE CHGL-AMOUNT TO CHG-AMOUNT
           MOVE CHGL-TYPE TO CHG-TYPE
           MOVE CHGL-ENTRY TO CHG-ENTRY
           IF CHGL-AMOUNT < ZERO
               MOVE '-' TO CHG-SIGN
           END-IF
           WRITE CHG-REC
           IF CHGL-PARTS
               MOVE CHGL-AMOUNT TO WS-PARTS-AMT
               ADD CHGL-AMOUNT TO WS-PARTS-TOTAL
           ELSE
               MOVE CHGL-AMOUNT TO WS-RATE-AMT
           END-IF
           IF CHGL-ADJUSTMENT
               ADD 1 TO WS-ADJ-COUNT
           ELSE
               IF CHGL-PARTS
                   ADD 1 TO WS-PARTS-COUNT
               ELSE
                   ADD 1 TO WS-CHG-COUNT
                   MOVE 1 TO WS-TKT-INC
               END-IF
           END-IF
           PERFORM 310-TABLE-DEPT THRU 310-EXIT.
       600-READ.
           PERFORM 610-READ-CHGL.
       600-EXIT.
           EXIT.

       610-READ-CHGL.
           READ CHGL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHGL-EOF
           END-READ.
       610-EXIT.
           EXIT.

       800-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM WS-HEAD2
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               MOVE WS-DEP-TBL-DEPT(WS-DEP-IDX) TO DL-DEPT
               MOVE WS-DEP-TICKETS(WS-DEP-IDX) TO DL-TICKETS
               MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO DL-AMOUNT
               MOVE WS-DEP-PARTS(WS-DEP-IDX) TO DL-PARTS
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE WS-CHG-COUNT TO TL-COUNT
           MOVE WS-NORATE-COUNT TO TL-NORATE
           MOVE WS-NODEPT-COUNT TO TL-NODEPT
           MOVE WS-PARTS-COUNT TO TL-PARTS
           MOVE WS-ADJ-COUNT TO TL-ADJ
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
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
           DISPLAY 'CHGBCK01 - TICKETS CHARGED: ' WS-CHG-COUNT
               ' DEPARTMENTS: ' WS-DEP-TBL-COUNT
           DISPLAY 'CHGBCK01 - PARTS LINES: ' WS-PARTS-COUNT
               ' PARTS AMOUNT: ' WS-PARTS-TOTAL
           CLOSE TKT-FILE
           CLOSE RATE-FILE
           CLOSE UPRF-FILE
           IF WS-PTUS-OPEN = 'Y'
               CLOSE PTUS-FILE
           END-IF
           IF WS-FROM-LEDGER = 'Y'
               CLOSE CHGL-FILE
           END-IF
           IF WS-FPER-OPEN = 'Y'
               CLOSE FPER-FILE
           END-IF
           CLOSE CHG-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
