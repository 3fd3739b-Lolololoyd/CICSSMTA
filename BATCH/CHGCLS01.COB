       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGCLS01.
      ******************************************************************
      *DESCRIPTION: Chargeback period close - freezes a month's         *
      *             chargeback onto the chgl0001 ledger and produces    *
      *             the general-ledger journal for finance to load.     *
      *             Every ticket CLOSED in the month that has never     *
      *             been charged gets O (original) ledger lines priced  *
      *             exactly as CHGBCK01 prices them - the rate0001      *
      *             price as an S line, the ptus0001 parts as a P line  *
      *             - to the requestor's uprf0001 department. Every     *
      *             ticket already on the ledger is checked against     *
      *             its standing charge instead: reopened and not       *
      *             closed again by month end (SM0023), the charge is   *
      *             reversed; reclassified to another service code      *
      *             (SM0042), the old charge is reversed and the new    *
      *             code's rate charged; closed again after a reversal, *
      *             it is charged again; parts added or removed, the    *
      *             difference is charged. Those are A (adjustment)     *
      *             lines booked into the month being closed, dated,    *
      *             with the reason - the closed month's lines are      *
      *             never altered. A rate0001 price change alone does   *
      *             not reprice a charged ticket, and a requestor who   *
      *             changes department does not move its charge.        *
      *             The GLOUT journal carries one debit per department  *
      *             cost centre for its net charge (a credit when the   *
      *             adjustments leave it negative) against one credit   *
      *             to the IT recovery account, so it always balances;  *
      *             a trailer carries the line count and both totals.   *
      *             The month is then recorded closed on chgp0001 and   *
      *             CHGBCK01 reads it from the ledger from then on.     *
      *    Close month: command-line parameter YYYYMM, defaulting to    *
      *    the month before the current one. Months close in order -    *
      *    a month already closed, a month that is not over, or a       *
      *    month that skips an open one ends the run with return code   *
      *    8 and nothing written.                                       *
      *    GL accounts come from site0001: GLDRACCT (department charge  *
      *    account), GLCRACCT (IT recovery account) and GLRECOVC (IT    *
      *    recovery cost centre).                                       *
      *    Restart: a rerun of a close that failed part-way posts only  *
      *    what is missing - a ticket with ledger lines is never        *
      *    charged again, and its adjustments are measured against      *
      *    every line already on the ledger, the rerun month included.  *
      *    The lines the failed run posted are carried into the rerun's *
      *    summary, journal and chgp0001 totals, so the new GLOUT and   *
      *    the month's totals cover the whole month.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT RATE-FILE ASSIGN TO RATE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-SVC-CODE
               FILE STATUS IS WS-RATE-STATUS.
           SELECT UPRF-FILE ASSIGN TO UPRF0001
               ORGANIZATION IS INDEXED
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGL-KEY
               FILE STATUS IS WS-CHGL-STATUS.
           SELECT CHGP-FILE ASSIGN TO CHGP0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGP-PERIOD
               FILE STATUS IS WS-CHGP-STATUS.
           SELECT SITE-FILE ASSIGN TO SITE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-PARM-ID
               FILE STATUS IS WS-SITE-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
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

       FD  RATE-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RATE-REC.
           COPY RATE0001.

       FD  UPRF-FILE
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE STANDARD.
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

       FD  SITE-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITE-REC.
           COPY SITEPRM1.

      *    General-ledger journal interface - D lines then one T
      *    trailer, fixed width for finance's load.
       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  GL-REC.
           05  GLJ-REC-TYPE              PIC X(01).
               88  GLJ-DETAIL            VALUE 'D'.
               88  GLJ-TRAILER           VALUE 'T'.
           05  FILLER                    PIC X(01).
           05  GLJ-PERIOD                PIC 9(06).
           05  FILLER                    PIC X(01).
           05  GLJ-LINE-NO               PIC 9(05).
           05  FILLER                    PIC X(01).
           05  GLJ-DR-CR                 PIC X(02).
           05  FILLER                    PIC X(01).
           05  GLJ-ACCOUNT               PIC X(10).
           05  FILLER                    PIC X(01).
           05  GLJ-COST-CENTRE           PIC X(05).
           05  FILLER                    PIC X(01).
           05  GLJ-AMOUNT                PIC 9(09).99.
           05  FILLER                    PIC X(01).
           05  GLJ-DESC                  PIC X(30).
           05  FILLER                    PIC X(02).
       01  GL-TRAILER-REC.
           05  GLT-REC-TYPE              PIC X(01).
           05  FILLER                    PIC X(01).
           05  GLT-PERIOD                PIC 9(06).
           05  FILLER                    PIC X(01).
           05  GLT-LINE-COUNT            PIC 9(05).
           05  FILLER                    PIC X(01).
           05  GLT-DEBIT-TOTAL           PIC 9(09).99.
           05  FILLER                    PIC X(01).
           05  GLT-CREDIT-TOTAL          PIC 9(09).99.
           05  FILLER                    PIC X(40).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RATE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PTUS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CHGL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CHGP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PTUS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-PTUS-EOF                   PIC X(01) VALUE 'N'.
       01  WS-CHGL-EOF                   PIC X(01) VALUE 'N'.
       01  WS-CHGP-EOF                   PIC X(01) VALUE 'N'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(06) VALUE SPACES.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM           PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-CLOSE-PERIOD               PIC 9(06) VALUE ZERO.
       01  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YYYY             PIC 9(04).
           05  WS-CLOSE-MM               PIC 9(02).
       01  WS-LAST-CLOSED                PIC 9(06) VALUE ZERO.
       01  WS-NEXT-OPEN                  PIC 9(06) VALUE ZERO.
       01  WS-NEXT-OPEN-X REDEFINES WS-NEXT-OPEN.
           05  WS-NEXT-YYYY              PIC 9(04).
           05  WS-NEXT-MM                PIC 9(02).
       01  WS-CLOSE-YYYYMM               PIC 9(06) VALUE ZERO.
       01  WS-DR-ACCOUNT                 PIC X(10) VALUE '610000'.
       01  WS-CR-ACCOUNT                 PIC X(10) VALUE '480000'.
       01  WS-RECOVERY-CC                PIC X(05) VALUE 'ITREC'.

      *    The ticket's standing charge, summed off its ledger lines.
       01  WS-ON-LEDGER                  PIC X(01) VALUE 'N'.
       01  WS-L-DEPT                     PIC X(05) VALUE SPACES.
       01  WS-L-SVC-NET                  PIC S9(07)V99 VALUE ZERO.
       01  WS-L-SVC-CODE                 PIC X(08) VALUE SPACES.
       01  WS-L-SVC-PRICE                PIC S9(07)V99 VALUE ZERO.
       01  WS-L-PARTS-NET                PIC S9(07)V99 VALUE ZERO.
       01  WS-L-NEXT-SEQ                 PIC 9(03) VALUE ZERO.
      *    What the ticket should stand charged at now.
       01  WS-CHARGEABLE                 PIC X(01) VALUE 'N'.
       01  WS-DUE-PARTS-AMT              PIC S9(07)V99 VALUE ZERO.
       01  WS-RATE-AMT                   PIC 9(05)V99 VALUE ZERO.
       01  WS-PARTS-AMT                  PIC 9(05)V99 VALUE ZERO.
       01  WS-DEPT                       PIC X(05) VALUE SPACES.
       01  WS-POST-TYPE                  PIC X(01) VALUE SPACE.
       01  WS-POST-ENTRY                 PIC X(01) VALUE SPACE.
       01  WS-POST-SVC                   PIC X(08) VALUE SPACES.
       01  WS-POST-AMT                   PIC S9(07)V99 VALUE ZERO.
       01  WS-POST-REASON                PIC X(30) VALUE SPACES.

       01  WS-TKT-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-ORIG-TICKETS               PIC 9(06) VALUE ZERO.
       01  WS-ORIG-LINES                 PIC 9(06) VALUE ZERO.
       01  WS-ADJ-LINES                  PIC 9(06) VALUE ZERO.
       01  WS-NORATE-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NODEPT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-GL-LINES                   PIC 9(05) VALUE ZERO.
       01  WS-GL-DEBITS                  PIC 9(09)V99 VALUE ZERO.
       01  WS-GL-CREDITS                 PIC 9(09)V99 VALUE ZERO.
       01  WS-NET-TOTAL                  PIC S9(09)V99 VALUE ZERO.
       01  WS-GL-AMT                     PIC S9(09)V99 VALUE ZERO.

       01  WS-DEP-MAX                    PIC 9(03) VALUE 200.
       01  WS-DEP-TBL-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-DEP-IDX                    PIC 9(03) VALUE ZERO.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 200 TIMES.
               10  WS-DEP-TBL-DEPT       PIC X(05).
               10  WS-DEP-TICKETS        PIC 9(06).
               10  WS-DEP-ORIG           PIC S9(09)V99.
               10  WS-DEP-ADJ            PIC S9(09)V99.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'CHARGEBACK PERIOD CLOSE - PERIOD'.
           05  H1-PERIOD                 PIC 9(06).
           05  FILLER                    PIC X(12) VALUE
               '  RUN DATE'.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(66) VALUE SPACES.

       01  WS-SECT1.
           05  FILLER                    PIC X(132) VALUE
               'ADJUSTMENTS TO TICKETS CHARGED IN EARLIER PERIODS'.

       01  WS-HEAD2.
           05  FILLER                    PIC X(08) VALUE 'TICKET'.
           05  FILLER                    PIC X(06) VALUE 'TYPE'.
           05  FILLER                    PIC X(07) VALUE 'DEPT'.
           05  FILLER                    PIC X(10) VALUE 'SERVICE'.
           05  FILLER                    PIC X(15) VALUE
               '       AMOUNT'.
           05  FILLER                    PIC X(86) VALUE 'REASON'.

       01  WS-ADJ-LINE.
           05  AL-TICKET                 PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-TYPE                   PIC X(01).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  AL-DEPT                   PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-SVC-CODE               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-AMOUNT                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-REASON                 PIC X(30).
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-NO-ADJ-LINE.
           05  FILLER                    PIC X(132) VALUE
               'NO ADJUSTMENTS THIS PERIOD'.

       01  WS-SECT2.
           05  FILLER                    PIC X(132) VALUE
               'DEPARTMENT SUMMARY'.

       01  WS-HEAD3.
           05  FILLER                    PIC X(07) VALUE 'DEPT'.
           05  FILLER                    PIC X(09) VALUE 'TICKETS'.
           05  FILLER                    PIC X(17) VALUE
               '       ORIGINAL'.
           05  FILLER                    PIC X(17) VALUE
               '    ADJUSTMENTS'.
           05  FILLER                    PIC X(17) VALUE
               '            NET'.
           05  FILLER                    PIC X(65) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  DL-DEPT                   PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TICKETS                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ORIG                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ADJ                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NET                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(67) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(17) VALUE
               'TICKETS CHARGED:'.
           05  TL-ORIG                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(16) VALUE
               '  ADJUSTMENTS:'.
           05  TL-ADJ                    PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  NO RATE:'.
           05  TL-NORATE                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  NO DEPT:'.
           05  TL-NODEPT                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(47) VALUE SPACES.

       01  WS-GL-LINE.
           05  FILLER                    PIC X(17) VALUE
               'GL JOURNAL LINES:'.
           05  GL-LINES                  PIC ZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE
               '  DEBITS:'.
           05  GL-DEBITS                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(12) VALUE
               '  CREDITS:'.
           05  GL-CREDITS                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  GL-BALANCE                PIC X(14).
           05  FILLER                    PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           IF WS-ADJ-LINES = ZERO
               WRITE REPORT-LINE FROM WS-NO-ADJ-LINE
           END-IF
           PERFORM 700-WRITE-JOURNAL
           PERFORM 750-CLOSE-PERIOD
           PERFORM 800-PRINT-SUMMARY
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYYMM TO WS-CLOSE-PERIOD
           IF WS-CLOSE-MM = 1
               SUBTRACT 1 FROM WS-CLOSE-YYYY
               MOVE 12 TO WS-CLOSE-MM
           ELSE
               SUBTRACT 1 FROM WS-CLOSE-MM
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-CLOSE-PERIOD
           END-IF
           OPEN I-O CHGP-FILE
           IF WS-CHGP-STATUS = '35'
               OPEN OUTPUT CHGP-FILE
               CLOSE CHGP-FILE
               OPEN I-O CHGP-FILE
           END-IF
           IF WS-CHGP-STATUS NOT = '00'
               DISPLAY 'CHGCLS01 - ERROR OPENING CHGP0001, STATUS='
                   WS-CHGP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-CHECK-PERIOD THRU 110-EXIT
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'CHGCLS01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'CHGCLS01 - ERROR OPENING RATE0001, STATUS='
                   WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT UPRF-FILE
           IF WS-UPRF-STATUS NOT = '00'
               DISPLAY 'CHGCLS01 - ERROR OPENING UPRF0001, STATUS='
                   WS-UPRF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PTUS-FILE
           IF WS-PTUS-STATUS = '00'
               MOVE 'Y' TO WS-PTUS-OPEN
           ELSE
               DISPLAY 'CHGCLS01 - PTUS0001 NOT AVAILABLE, STATUS='
                   WS-PTUS-STATUS ' - NO PARTS LINES'
           END-IF
           OPEN I-O CHGL-FILE
           IF WS-CHGL-STATUS = '35'
               OPEN OUTPUT CHGL-FILE
               CLOSE CHGL-FILE
               OPEN I-O CHGL-FILE
           END-IF
           IF WS-CHGL-STATUS NOT = '00'
               DISPLAY 'CHGCLS01 - ERROR OPENING CHGL0001, STATUS='
                   WS-CHGL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-GET-ACCOUNTS
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'CHGCLS01 - ERROR OPENING GLOUT, STATUS='
                   WS-GL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CHGCLS01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLOSE-PERIOD TO H1-PERIOD
           MOVE WS-TODAY TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-SECT1
           WRITE REPORT-LINE FROM WS-HEAD2
           PERFORM 210-READ-TKT.
       100-EXIT.
           EXIT.

      *    Months close in order and only once they are over, so an
      *    adjustment always has one open month to land in.
       110-CHECK-PERIOD.
           IF WS-CLOSE-PERIOD NOT < WS-TODAY-YYYYMM
               OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY 'CHGCLS01 - PERIOD ' WS-CLOSE-PERIOD
                   ' IS NOT A COMPLETED MONTH - NOT CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-LAST-CLOSED
           MOVE 'N' TO WS-CHGP-EOF
           PERFORM UNTIL WS-CHGP-EOF = 'Y'
               READ CHGP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CHGP-EOF
                   NOT AT END
                       IF CHGP-CLOSED
                           AND CHGP-PERIOD > WS-LAST-CLOSED
                           MOVE CHGP-PERIOD TO WS-LAST-CLOSED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAST-CLOSED = ZERO
               GO TO 110-EXIT
           END-IF
           MOVE WS-LAST-CLOSED TO WS-NEXT-OPEN
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           IF WS-CLOSE-PERIOD NOT = WS-NEXT-OPEN
               DISPLAY 'CHGCLS01 - LAST PERIOD CLOSED ' WS-LAST-CLOSED
                   ', NEXT TO CLOSE IS ' WS-NEXT-OPEN
                   ' - PERIOD ' WS-CLOSE-PERIOD ' NOT CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       110-EXIT.
           EXIT.

      *    Each account falls back to the value finance set up with
      *    the chart of accounts when its site parameter is missing.
       120-GET-ACCOUNTS.
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS = '00'
               MOVE 'GLDRACCT' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITE-PARM-VALUE(1:10) NOT = SPACES
                           MOVE SITE-PARM-VALUE(1:10) TO WS-DR-ACCOUNT
                       END-IF
               END-READ
               MOVE 'GLCRACCT' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITE-PARM-VALUE(1:10) NOT = SPACES
                           MOVE SITE-PARM-VALUE(1:10) TO WS-CR-ACCOUNT
                       END-IF
               END-READ
               MOVE 'GLRECOVC' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITE-PARM-VALUE(1:5) NOT = SPACES
                           MOVE SITE-PARM-VALUE(1:5) TO WS-RECOVERY-CC
                       END-IF
               END-READ
               CLOSE SITE-FILE
           END-IF.
       120-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-TKT-COUNT
           PERFORM 310-LOAD-STANDING
           IF WS-ON-LEDGER = 'Y'
               PERFORM 400-ADJUST-TICKET
           ELSE
               IF TKT-CLOSED AND TKT-CLOSED-DATE IS NUMERIC
                   MOVE TKT-CLOSED-DATE(1:6) TO WS-CLOSE-YYYYMM
                   IF WS-CLOSE-YYYYMM = WS-CLOSE-PERIOD
                       PERFORM 300-CHARGE-TICKET
                   END-IF
               END-IF
           END-IF
           PERFORM 210-READ-TKT.
       200-EXIT.
           EXIT.

       210-READ-TKT.
           READ TKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    First charge of a ticket - the same pricing CHGBCK01 does,
      *    booked as O lines.
       300-CHARGE-TICKET.
           PERFORM 320-PRICE-RATE
           MOVE 'UNKWN' TO WS-DEPT
           MOVE TKT-REQUESTOR TO UPRF-USERID
           READ UPRF-FILE
               INVALID KEY
                   ADD 1 TO WS-NODEPT-COUNT
               NOT INVALID KEY
                   IF UPRF-DEPT NOT = SPACES
                       MOVE UPRF-DEPT TO WS-DEPT
                   END-IF
           END-READ
           MOVE 1 TO WS-L-NEXT-SEQ
           MOVE 'O' TO WS-POST-ENTRY
           MOVE SPACES TO WS-POST-REASON
           MOVE 'S' TO WS-POST-TYPE
           MOVE TKT-SVC-CODE TO WS-POST-SVC
           MOVE WS-RATE-AMT TO WS-POST-AMT
           PERFORM 500-POST-LINE THRU 500-EXIT
           PERFORM 330-PRICE-PARTS THRU 330-EXIT
           IF WS-PARTS-AMT > ZERO
               MOVE 'P' TO WS-POST-TYPE
               MOVE WS-PARTS-AMT TO WS-POST-AMT
               PERFORM 500-POST-LINE THRU 500-EXIT
           END-IF
           ADD 1 TO WS-ORIG-TICKETS.
       300-EXIT.
           EXIT.

      *    The ticket's ledger lines, every period: the department it
      *    was first charged to, the net of its S lines and the code
      *    and price of the latest S line that is not a reversal, the
      *    net of its P lines, and the next free sequence in the
      *    closing period.
       310-LOAD-STANDING.
           MOVE 'N' TO WS-ON-LEDGER
           MOVE SPACES TO WS-L-DEPT WS-L-SVC-CODE
           MOVE ZERO TO WS-L-SVC-NET WS-L-SVC-PRICE WS-L-PARTS-NET
           MOVE 1 TO WS-L-NEXT-SEQ
           MOVE TKT-NUM TO CHGL-TICKET
           MOVE ZERO TO CHGL-PERIOD CHGL-SEQ
           MOVE 'N' TO WS-CHGL-EOF
           START CHGL-FILE KEY IS NOT LESS THAN CHGL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CHGL-EOF
           END-START
           PERFORM UNTIL WS-CHGL-EOF = 'Y'
               READ CHGL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CHGL-EOF
               END-READ
               IF WS-CHGL-EOF NOT = 'Y'
                   IF CHGL-TICKET NOT = TKT-NUM
                       MOVE 'Y' TO WS-CHGL-EOF
                   ELSE
                       PERFORM 315-ADD-STANDING
                   END-IF
               END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.

       315-ADD-STANDING.
           IF WS-ON-LEDGER = 'N'
               MOVE CHGL-DEPT TO WS-L-DEPT
           END-IF
           MOVE 'Y' TO WS-ON-LEDGER
           IF CHGL-SERVICE-RATE
               ADD CHGL-AMOUNT TO WS-L-SVC-NET
               IF CHGL-AMOUNT NOT < ZERO
                   MOVE CHGL-SVC-CODE TO WS-L-SVC-CODE
                   MOVE CHGL-AMOUNT TO WS-L-SVC-PRICE
               END-IF
           ELSE
               ADD CHGL-AMOUNT TO WS-L-PARTS-NET
           END-IF
           IF CHGL-PERIOD = WS-CLOSE-PERIOD
               AND CHGL-SEQ NOT < WS-L-NEXT-SEQ
               COMPUTE WS-L-NEXT-SEQ = CHGL-SEQ + 1
           END-IF
           IF CHGL-PERIOD = WS-CLOSE-PERIOD
               PERFORM 317-CARRY-POSTED THRU 317-EXIT
           END-IF.
       315-EXIT.
           EXIT.

      *    A line a failed run of this close already posted - it goes
      *    into the department summary, the journal and the counts as
      *    if posted now, since this run's GLOUT replaces that run's.
       317-CARRY-POSTED.
           MOVE CHGL-DEPT TO WS-DEPT
           MOVE CHGL-AMOUNT TO WS-POST-AMT
           PERFORM 510-TABLE-DEPT THRU 510-EXIT
           IF CHGL-ORIGINAL
               ADD 1 TO WS-ORIG-LINES
               IF CHGL-SERVICE-RATE
                   ADD 1 TO WS-ORIG-TICKETS
               END-IF
           ELSE
               ADD 1 TO WS-ADJ-LINES
               MOVE CHGL-TICKET TO AL-TICKET
               MOVE CHGL-TYPE TO AL-TYPE
               MOVE CHGL-DEPT TO AL-DEPT
               MOVE CHGL-SVC-CODE TO AL-SVC-CODE
               MOVE CHGL-AMOUNT TO AL-AMOUNT
               MOVE CHGL-REASON TO AL-REASON
               WRITE REPORT-LINE FROM WS-ADJ-LINE
           END-IF.
       317-EXIT.
           EXIT.

       320-PRICE-RATE.
           MOVE ZERO TO WS-RATE-AMT
           MOVE TKT-SVC-CODE TO RATE-SVC-CODE
           READ RATE-FILE
               INVALID KEY
                   ADD 1 TO WS-NORATE-COUNT
               NOT INVALID KEY
                   IF RATE-PER-TICKET IS NUMERIC
                       MOVE RATE-PER-TICKET TO WS-RATE-AMT
                   END-IF
           END-READ.
       320-EXIT.
           EXIT.

      *    The ticket's parts - same key-range walk as CHGBCK01's
      *    320-PRICE-PARTS.
       330-PRICE-PARTS.
           MOVE ZERO TO WS-PARTS-AMT
           IF WS-PTUS-OPEN NOT = 'Y'
               GO TO 330-EXIT
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
       330-EXIT.
           EXIT.

      *    A charged ticket stands charged while it is closed (by the
      *    end of the closing month). Same service code - the price
      *    it was charged at stands; another code - reverse, then
      *    charge the new code at today's rate. Parts are trued up by
      *    the difference.
       400-ADJUST-TICKET.
           MOVE 'N' TO WS-CHARGEABLE
           IF TKT-CLOSED AND TKT-CLOSED-DATE IS NUMERIC
               MOVE TKT-CLOSED-DATE(1:6) TO WS-CLOSE-YYYYMM
               IF WS-CLOSE-YYYYMM NOT > WS-CLOSE-PERIOD
                   MOVE 'Y' TO WS-CHARGEABLE
               END-IF
           END-IF
           MOVE WS-L-DEPT TO WS-DEPT
           MOVE 'A' TO WS-POST-ENTRY
           MOVE 'S' TO WS-POST-TYPE
           EVALUATE TRUE
           WHEN WS-CHARGEABLE = 'N'
               IF WS-L-SVC-NET NOT = ZERO
                   MOVE WS-L-SVC-CODE TO WS-POST-SVC
                   COMPUTE WS-POST-AMT = ZERO - WS-L-SVC-NET
                   MOVE 'REOPENED - CHARGE REVERSED' TO WS-POST-REASON
                   PERFORM 500-POST-LINE THRU 500-EXIT
               END-IF
           WHEN TKT-SVC-CODE = WS-L-SVC-CODE
               IF WS-L-SVC-NET = ZERO AND WS-L-SVC-PRICE NOT = ZERO
                   MOVE WS-L-SVC-CODE TO WS-POST-SVC
                   MOVE WS-L-SVC-PRICE TO WS-POST-AMT
                   MOVE 'CLOSED AGAIN - RECHARGED' TO WS-POST-REASON
                   PERFORM 500-POST-LINE THRU 500-EXIT
               END-IF
           WHEN OTHER
               IF WS-L-SVC-NET NOT = ZERO
                   MOVE WS-L-SVC-CODE TO WS-POST-SVC
                   COMPUTE WS-POST-AMT = ZERO - WS-L-SVC-NET
                   MOVE SPACES TO WS-POST-REASON
                   STRING 'RECLASSIFIED TO ' TKT-SVC-CODE
                       DELIMITED BY SIZE INTO WS-POST-REASON
                   END-STRING
                   PERFORM 500-POST-LINE THRU 500-EXIT
               END-IF
               PERFORM 320-PRICE-RATE
               MOVE TKT-SVC-CODE TO WS-POST-SVC
               MOVE WS-RATE-AMT TO WS-POST-AMT
               MOVE SPACES TO WS-POST-REASON
               STRING 'RECLASSIFIED FROM ' WS-L-SVC-CODE
                   DELIMITED BY SIZE INTO WS-POST-REASON
               END-STRING
               PERFORM 500-POST-LINE THRU 500-EXIT
           END-EVALUATE
           MOVE ZERO TO WS-DUE-PARTS-AMT
           IF WS-CHARGEABLE = 'Y'
               PERFORM 330-PRICE-PARTS THRU 330-EXIT
               MOVE WS-PARTS-AMT TO WS-DUE-PARTS-AMT
           END-IF
           IF WS-DUE-PARTS-AMT NOT = WS-L-PARTS-NET
               MOVE 'P' TO WS-POST-TYPE
               MOVE TKT-SVC-CODE TO WS-POST-SVC
               COMPUTE WS-POST-AMT = WS-DUE-PARTS-AMT - WS-L-PARTS-NET
               IF WS-CHARGEABLE = 'N'
                   MOVE 'REOPENED - PARTS REVERSED' TO WS-POST-REASON
               ELSE
                   MOVE 'PARTS CHANGED SINCE CHARGED' TO WS-POST-REASON
               END-IF
               PERFORM 500-POST-LINE THRU 500-EXIT
           END-IF.
       400-EXIT.
           EXIT.

      *    One ledger line into the closing period, counted into the
      *    department summary and, for an adjustment, listed.
       500-POST-LINE.
           MOVE SPACES TO CHGL-REC
           MOVE TKT-NUM TO CHGL-TICKET
           MOVE WS-CLOSE-PERIOD TO CHGL-PERIOD
           MOVE WS-L-NEXT-SEQ TO CHGL-SEQ
           MOVE WS-POST-TYPE TO CHGL-TYPE
           MOVE WS-POST-ENTRY TO CHGL-ENTRY
           MOVE WS-DEPT TO CHGL-DEPT
           MOVE WS-POST-SVC TO CHGL-SVC-CODE
           MOVE WS-POST-AMT TO CHGL-AMOUNT
           MOVE WS-TODAY TO CHGL-POSTED-DATE
           MOVE WS-POST-REASON TO CHGL-REASON
           WRITE CHGL-REC
               INVALID KEY
                   DISPLAY 'CHGCLS01 - LEDGER WRITE FAILED, TICKET '
                       TKT-NUM ' STATUS=' WS-CHGL-STATUS
                   GO TO 500-EXIT
           END-WRITE
           ADD 1 TO WS-L-NEXT-SEQ
           PERFORM 510-TABLE-DEPT THRU 510-EXIT
           IF CHGL-ORIGINAL
               ADD 1 TO WS-ORIG-LINES
           ELSE
               ADD 1 TO WS-ADJ-LINES
               MOVE TKT-NUM TO AL-TICKET
               MOVE WS-POST-TYPE TO AL-TYPE
               MOVE WS-DEPT TO AL-DEPT
               MOVE WS-POST-SVC TO AL-SVC-CODE
               MOVE WS-POST-AMT TO AL-AMOUNT
               MOVE WS-POST-REASON TO AL-REASON
               WRITE REPORT-LINE FROM WS-ADJ-LINE
           END-IF.
       500-EXIT.
           EXIT.

       510-TABLE-DEPT.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-TBL-COUNT
                   OR WS-DEP-TBL-DEPT(WS-DEP-IDX) = WS-DEPT
               CONTINUE
           END-PERFORM
           IF WS-DEP-IDX > WS-DEP-TBL-COUNT
               IF WS-DEP-TBL-COUNT >= WS-DEP-MAX
                   DISPLAY 'CHGCLS01 - DEPT TABLE OVERFLOW, '
                       WS-DEPT ' NOT SUMMARIZED'
                   GO TO 510-EXIT
               END-IF
               ADD 1 TO WS-DEP-TBL-COUNT
               MOVE WS-DEPT TO WS-DEP-TBL-DEPT(WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-TICKETS(WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-ORIG(WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-ADJ(WS-DEP-IDX)
           END-IF
           IF CHGL-ORIGINAL
               IF CHGL-SERVICE-RATE
                   ADD 1 TO WS-DEP-TICKETS(WS-DEP-IDX)
               END-IF
               ADD WS-POST-AMT TO WS-DEP-ORIG(WS-DEP-IDX)
           ELSE
               ADD WS-POST-AMT TO WS-DEP-ADJ(WS-DEP-IDX)
           END-IF.
       510-EXIT.
           EXIT.

      *    One line per department for its net, debit when it owes
      *    and credit when the adjustments leave it owed, then the
      *    recovery line for the net of them all on the other side.
       700-WRITE-JOURNAL.
           MOVE ZERO TO WS-NET-TOTAL
           MOVE SPACES TO GL-REC
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-TBL-COUNT
               COMPUTE WS-GL-AMT = WS-DEP-ORIG(WS-DEP-IDX)
                   + WS-DEP-ADJ(WS-DEP-IDX)
               ADD WS-GL-AMT TO WS-NET-TOTAL
               IF WS-GL-AMT NOT = ZERO
                   MOVE WS-DR-ACCOUNT TO GLJ-ACCOUNT
                   MOVE WS-DEP-TBL-DEPT(WS-DEP-IDX) TO GLJ-COST-CENTRE
                   MOVE 'IT CHARGEBACK' TO GLJ-DESC
                   PERFORM 710-WRITE-GL-LINE
               END-IF
           END-PERFORM
           IF WS-NET-TOTAL NOT = ZERO
               COMPUTE WS-GL-AMT = ZERO - WS-NET-TOTAL
               MOVE WS-CR-ACCOUNT TO GLJ-ACCOUNT
               MOVE WS-RECOVERY-CC TO GLJ-COST-CENTRE
               MOVE 'IT CHARGEBACK RECOVERY' TO GLJ-DESC
               PERFORM 710-WRITE-GL-LINE
           END-IF
           MOVE SPACES TO GL-TRAILER-REC
           MOVE 'T' TO GLT-REC-TYPE
           MOVE WS-CLOSE-PERIOD TO GLT-PERIOD
           MOVE WS-GL-LINES TO GLT-LINE-COUNT
           MOVE WS-GL-DEBITS TO GLT-DEBIT-TOTAL
           MOVE WS-GL-CREDITS TO GLT-CREDIT-TOTAL
           WRITE GL-TRAILER-REC.
       700-EXIT.
           EXIT.

      *    WS-GL-AMT positive is a debit, negative a credit; the
      *    account, cost centre and text are already in the record.
       710-WRITE-GL-LINE.
           ADD 1 TO WS-GL-LINES
           MOVE 'D' TO GLJ-REC-TYPE
           MOVE WS-CLOSE-PERIOD TO GLJ-PERIOD
           MOVE WS-GL-LINES TO GLJ-LINE-NO
           IF WS-GL-AMT > ZERO
               MOVE 'DR' TO GLJ-DR-CR
               MOVE WS-GL-AMT TO GLJ-AMOUNT
               ADD WS-GL-AMT TO WS-GL-DEBITS
           ELSE
               MOVE 'CR' TO GLJ-DR-CR
               COMPUTE WS-GL-AMT = ZERO - WS-GL-AMT
               MOVE WS-GL-AMT TO GLJ-AMOUNT
               ADD WS-GL-AMT TO WS-GL-CREDITS
           END-IF
           WRITE GL-REC
           MOVE SPACES TO GL-REC.
       710-EXIT.
           EXIT.

       750-CLOSE-PERIOD.
           MOVE SPACES TO CHGP-REC
           MOVE WS-CLOSE-PERIOD TO CHGP-PERIOD
           SET CHGP-CLOSED TO TRUE
           MOVE WS-TODAY TO CHGP-CLOSED-DATE
           MOVE WS-ORIG-TICKETS TO CHGP-ORIG-COUNT
           MOVE WS-ADJ-LINES TO CHGP-ADJ-COUNT
           MOVE WS-GL-DEBITS TO CHGP-DEBIT-TOTAL
           MOVE WS-GL-CREDITS TO CHGP-CREDIT-TOTAL
           WRITE CHGP-REC
               INVALID KEY
                   REWRITE CHGP-REC
                       INVALID KEY
                           DISPLAY 'CHGCLS01 - CHGP0001 UPDATE FAILED,'
                               ' STATUS=' WS-CHGP-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.
       750-EXIT.
           EXIT.

       800-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM WS-SECT2
           WRITE REPORT-LINE FROM WS-HEAD3
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-TBL-COUNT
               MOVE WS-DEP-TBL-DEPT(WS-DEP-IDX) TO DL-DEPT
               MOVE WS-DEP-TICKETS(WS-DEP-IDX) TO DL-TICKETS
               MOVE WS-DEP-ORIG(WS-DEP-IDX) TO DL-ORIG
               MOVE WS-DEP-ADJ(WS-DEP-IDX) TO DL-ADJ
               COMPUTE WS-GL-AMT = WS-DEP-ORIG(WS-DEP-IDX)
                   + WS-DEP-ADJ(WS-DEP-IDX)
               MOVE WS-GL-AMT TO DL-NET
               WRITE REPORT-LINE FROM WS-DEPT-LINE
           END-PERFORM
           MOVE WS-ORIG-TICKETS TO TL-ORIG
           MOVE WS-ADJ-LINES TO TL-ADJ
           MOVE WS-NORATE-COUNT TO TL-NORATE
           MOVE WS-NODEPT-COUNT TO TL-NODEPT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE WS-GL-LINES TO GL-LINES
           MOVE WS-GL-DEBITS TO GL-DEBITS
           MOVE WS-GL-CREDITS TO GL-CREDITS
           IF WS-GL-DEBITS = WS-GL-CREDITS
               MOVE 'BALANCED' TO GL-BALANCE
           ELSE
               MOVE 'OUT OF BALANCE' TO GL-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE FROM WS-GL-LINE.
       800-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'CHGCLS01 - PERIOD ' WS-CLOSE-PERIOD ' CLOSED -'
               ' TICKETS CHARGED: ' WS-ORIG-TICKETS
               ' ADJUSTMENTS: ' WS-ADJ-LINES
           DISPLAY 'CHGCLS01 - GL LINES: ' WS-GL-LINES
               ' DEBITS: ' WS-GL-DEBITS ' CREDITS: ' WS-GL-CREDITS
           CLOSE TKT-FILE
           CLOSE RATE-FILE
           CLOSE UPRF-FILE
           IF WS-PTUS-OPEN = 'Y'
               CLOSE PTUS-FILE
           END-IF
           CLOSE CHGL-FILE
           CLOSE CHGP-FILE
           CLOSE GL-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
