       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMDQS01.
      ******************************************************************
      *DESCRIPTION: Weekly NAMEFILE data-quality scorecard - scores     *
      *             every contact out of 100 against six completeness   *
      *             and format rules, each failure costing its weight:  *
      *               1 NO PHONE    (20) - PHONE blank                  *
      *               2 NO NOTIFY   (25) - NOTIFY-ADDRESS blank, so     *
      *                                    TKTNTF01 notices go nowhere  *
      *               3 NO CONTACT  (15) - CONTACT-NAME blank           *
      *               4 BAD POSTAL  (15) - POSTAL-CODE blank, not on    *
      *                                    pstl0001, or not active      *
      *               5 BAD PHONE   (15) - PHONE holds anything but     *
      *                                    digits, spaces, + - ( ) . /  *
      *                                    and an x before an extension,*
      *                                    or fewer than 7 or more than *
      *                                    15 digits ahead of it        *
      *               6 ROUTE INC   (10) - fails any of 1-5 and is a    *
      *                                    routing target: the contact  *
      *                                    of an active svcc0001 rule   *
      *                                    or of an oncl0001 roster     *
      *                                    entry from the run date on   *
      *             The report gives the scores by region, the contacts *
      *             that failed anything worst score first, and the     *
      *             quarter-over-quarter trend. Each run's totals land  *
      *             on dqsh0001 (per region and all regions), which is  *
      *             where the trend comes from.                         *
      *             In-memory tables are the bounded kind TKTRPT01      *
      *             keeps; what does not fit is counted and noted.      *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today, as CNTEXP01 takes it.                                 *
      *    No restart/checkpoint handling - report-only, and a rerun    *
      *    for the same date rewrites its dqsh0001 records in place.    *
      *    The phone and notify address are held encrypted on NAMEFILE;*
      *    each contact is decrypted with its nkey0001 key version     *
      *    before it is scored.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY1
               FILE STATUS IS WS-NAM-STATUS.
           SELECT NKEY-FILE ASSIGN TO NKEY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKEY-ID
               FILE STATUS IS WS-NKEY-STATUS.
           SELECT PSTL-FILE ASSIGN TO PSTL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSTL-CODE
               FILE STATUS IS WS-PSTL-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT ONCL-FILE ASSIGN TO ONCL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ONCL-KEY
               FILE STATUS IS WS-ONCL-STATUS.
           SELECT DQSH-FILE ASSIGN TO DQSH0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQSH-KEY
               FILE STATUS IS WS-DQSH-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

       FD  NKEY-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NKEY-REC.
           COPY NKEY0001.

       FD  PSTL-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PSTL-REC.
           COPY PSTLCD01.

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.

       FD  ONCL-FILE
           RECORD CONTAINS 23 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ONCL-REC.
           COPY ONCL0001.

       FD  DQSH-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DQSH-REC.
           COPY DQSH0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PSTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PSTL-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ONCL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-DQSH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-SCORE                      PIC 9(03) VALUE ZERO.
       01  WS-RULE-IX                    PIC 9(01) VALUE ZERO.
       01  WS-ANY-FAIL                   PIC X(01) VALUE 'N'.
       01  WS-IS-ROUTE                   PIC X(01) VALUE 'N'.
       01  WS-FAIL-FLAGS.
           05  WS-FAIL-FLAG              PIC X(01) OCCURS 6 TIMES.

      *    Rule weights and report labels, in rule order.
       01  WS-RULE-WEIGHT-VALUES         PIC X(12) VALUE
           '202515151510'.
       01  WS-RULE-WEIGHTS REDEFINES WS-RULE-WEIGHT-VALUES.
           05  WS-RULE-WEIGHT            PIC 9(02) OCCURS 6 TIMES.
       01  WS-RULE-LABEL-VALUES.
           05  FILLER                    PIC X(10) VALUE 'NO PHONE'.
           05  FILLER                    PIC X(10) VALUE 'NO NOTIFY'.
           05  FILLER                    PIC X(10) VALUE 'NO CONTACT'.
           05  FILLER                    PIC X(10) VALUE 'BAD POSTAL'.
           05  FILLER                    PIC X(10) VALUE 'BAD PHONE'.
           05  FILLER                    PIC X(10) VALUE 'ROUTE INC'.
       01  WS-RULE-LABELS REDEFINES WS-RULE-LABEL-VALUES.
           05  WS-RULE-LABEL             PIC X(10) OCCURS 6 TIMES.

      *    Phone format walk.
       01  WS-PH-IX                      PIC 9(02) VALUE ZERO.
       01  WS-PH-DIGITS                  PIC 9(02) VALUE ZERO.
       01  WS-PH-EXT                     PIC X(01) VALUE 'N'.
       01  WS-PH-BAD                     PIC X(01) VALUE 'N'.
       01  WS-PH-CHAR                    PIC X(01) VALUE SPACE.

      *    Every contact some routing rule or roster entry points at.
       01  WS-RTE-MAX                    PIC 9(04) VALUE 2000.
       01  WS-RTE-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-RTE-IX                     PIC 9(04) VALUE ZERO.
       01  WS-RTE-OVFL                   PIC 9(06) VALUE ZERO.
       01  WS-RTE-WORK                   PIC X(06) VALUE SPACES.
       01  WS-RTE-TABLE.
           05  WS-RTE-KEY                PIC X(06) OCCURS 2000 TIMES.

      *    Per-region tallies, in order of first appearance (NAMEFILE
      *    is read in KEY1 order, so that is region order too).
       01  WS-REG-MAX                    PIC 9(03) VALUE 100.
       01  WS-REG-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-REG-IX                     PIC 9(03) VALUE ZERO.
       01  WS-REG-SCAN                   PIC 9(03) VALUE ZERO.
       01  WS-REG-OVFL                   PIC 9(06) VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 100 TIMES.
               10  WS-REG-CODE           PIC X(02).
               10  WS-REG-CONTACTS       PIC 9(06).
               10  WS-REG-CLEAN          PIC 9(06).
               10  WS-REG-SCORE-TOT      PIC 9(08).
               10  WS-REG-FAIL           PIC 9(06) OCCURS 6 TIMES.
       01  WS-ALL-TOTALS.
           05  WS-ALL-CONTACTS           PIC 9(06) VALUE ZERO.
           05  WS-ALL-CLEAN              PIC 9(06) VALUE ZERO.
           05  WS-ALL-SCORE-TOT          PIC 9(08) VALUE ZERO.
           05  WS-ALL-FAIL               PIC 9(06) OCCURS 6 TIMES.

      *    Contacts that failed anything, for the worst-first list.
       01  WS-EXC-MAX                    PIC 9(04) VALUE 5000.
       01  WS-EXC-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-EXC-IX                     PIC 9(04) VALUE ZERO.
       01  WS-EXC-OVFL                   PIC 9(06) VALUE ZERO.
       01  WS-EXC-SCAN                   PIC 9(03) VALUE ZERO.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 5000 TIMES.
               10  WS-EXC-SCORE          PIC 9(03).
               10  WS-EXC-KEY            PIC X(06).
               10  WS-EXC-SHORT          PIC X(10).
               10  WS-EXC-NAME           PIC X(30).
               10  WS-EXC-FLAGS          PIC X(06).
       01  WS-FLAG-WORK.
           05  WS-FLAG-W                 PIC X(01) OCCURS 6 TIMES.
       01  WS-PTR                        PIC 9(03) VALUE ZERO.

      *    Quarter roll-up of the all-regions history rows.
       01  WS-Q-KEY                      PIC 9(05) VALUE ZERO.
       01  WS-Q-CUR                      PIC 9(05) VALUE ZERO.
       01  WS-Q-WEEKS                    PIC 9(03) VALUE ZERO.
       01  WS-Q-CONTACTS                 PIC 9(09) VALUE ZERO.
       01  WS-Q-CLEAN                    PIC 9(09) VALUE ZERO.
       01  WS-Q-SCORE-TOT                PIC 9(11) VALUE ZERO.
       01  WS-Q-NONOTIFY                 PIC 9(09) VALUE ZERO.
       01  WS-Q-AVG                      PIC 9(03)V9 VALUE ZERO.
       01  WS-Q-PRIOR-AVG                PIC 9(03)V9 VALUE ZERO.
       01  WS-Q-HAVE-PRIOR               PIC X(01) VALUE 'N'.
       01  WS-Q-CHANGE                   PIC S9(03)V9 VALUE ZERO.
       01  WS-PCT                        PIC 9(03)V9 VALUE ZERO.
       01  WS-DATE-WORK                  PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY                PIC 9(04).
           05  WS-DW-MM                  PIC 9(02).
           05  WS-DW-DD                  PIC 9(02).

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'NAMEFILE DATA-QUALITY SCORECARD'.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  WS-HEAD-REGION.
           05  FILLER                    PIC X(06) VALUE 'REGION'.
           05  FILLER                    PIC X(10) VALUE ' CONTACTS'.
           05  FILLER                    PIC X(09) VALUE '    SCORE'.
           05  FILLER                    PIC X(08) VALUE '  CLEAN%'.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  HR-LABEL                  PIC X(10) OCCURS 6 TIMES.
           05  FILLER                    PIC X(35) VALUE SPACES.

       01  WS-REGION-LINE.
           05  RL-REGION                 PIC X(02).
           05  FILLER                    PIC X(04).
           05  RL-CONTACTS               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(04).
           05  RL-AVG                    PIC ZZ9.9.
           05  FILLER                    PIC X(03).
           05  RL-CLEAN-PCT              PIC ZZ9.9.
           05  FILLER                    PIC X(04).
           05  RL-FAIL-GROUP OCCURS 6 TIMES.
               10  RL-FAIL               PIC ZZZ,ZZ9.
               10  FILLER                PIC X(03).
           05  FILLER                    PIC X(38).

       01  WS-HEAD-EXC1.
           05  FILLER                    PIC X(50) VALUE
               'CONTACTS FAILING A RULE - WORST SCORE FIRST'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-HEAD-EXC2.
           05  FILLER                    PIC X(06) VALUE 'SCORE'.
           05  FILLER                    PIC X(09) VALUE 'CONTACT'.
           05  FILLER                    PIC X(12) VALUE 'SHORT NAME'.
           05  FILLER                    PIC X(32) VALUE 'NAME'.
           05  FILLER                    PIC X(73) VALUE 'FAILED'.

       01  WS-EXC-LINE.
           05  EL-SCORE                  PIC ZZ9.
           05  FILLER                    PIC X(03).
           05  EL-REGION                 PIC X(02).
           05  FILLER                    PIC X(01).
           05  EL-CODE                   PIC X(04).
           05  FILLER                    PIC X(02).
           05  EL-SHORT                  PIC X(10).
           05  FILLER                    PIC X(02).
           05  EL-NAME                   PIC X(30).
           05  FILLER                    PIC X(02).
           05  EL-FAILED                 PIC X(66).
           05  FILLER                    PIC X(07).

       01  WS-HEAD-TREND1.
           05  FILLER                    PIC X(50) VALUE
               'QUARTER-OVER-QUARTER TREND - ALL REGIONS'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-HEAD-TREND2.
           05  FILLER                    PIC X(10) VALUE 'QUARTER'.
           05  FILLER                    PIC X(07) VALUE 'RUNS'.
           05  FILLER                    PIC X(09) VALUE 'SCORE'.
           05  FILLER                    PIC X(09) VALUE 'CLEAN%'.
           05  FILLER                    PIC X(11) VALUE 'NO NOTIFY%'.
           05  FILLER                    PIC X(86) VALUE
               'SCORE CHANGE'.

       01  WS-TREND-LINE.
           05  QL-YEAR                   PIC 9(04).
           05  FILLER                    PIC X(01) VALUE 'Q'.
           05  QL-QTR                    PIC 9(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  QL-RUNS                   PIC ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  QL-AVG                    PIC ZZ9.9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  QL-CLEAN                  PIC ZZ9.9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  QL-NONOTIFY               PIC ZZ9.9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  QL-CHANGE                 PIC +ZZ9.9.
           05  FILLER                    PIC X(80) VALUE SPACES.

       01  WS-NOTE-LINE                  PIC X(132) VALUE SPACES.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 120-LOAD-ROUTES
           PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           PERFORM 500-LAND-HISTORY
           PERFORM 700-PRINT-REGIONS
           PERFORM 750-PRINT-EXCEPTIONS
           PERFORM 800-PRINT-TREND
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RUN-DATE
           END-IF
           INITIALIZE WS-REG-TABLE WS-ALL-TOTALS
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'NAMDQS01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
      *    Without the postal table rule 4 cannot be judged - it is
      *    skipped and the report says so, rather than failing every
      *    contact on file.
           OPEN INPUT PSTL-FILE
           IF WS-PSTL-STATUS = '00'
               MOVE 'Y' TO WS-PSTL-OPEN
           END-IF
           OPEN I-O DQSH-FILE
           IF WS-DQSH-STATUS = '35'
               OPEN OUTPUT DQSH-FILE
               CLOSE DQSH-FILE
               OPEN I-O DQSH-FILE
           END-IF
           IF WS-DQSH-STATUS NOT = '00'
               DISPLAY 'NAMDQS01 - ERROR OPENING DQSH0001, STATUS='
                   WS-DQSH-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'NAMDQS01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           PERFORM 210-READ-NAMEFILE.
       100-EXIT.
           EXIT.

      *    The routing targets - each active catalog rule's contact
      *    and each roster entry's from the run date on. Either file
      *    missing just contributes none.
       120-LOAD-ROUTES.
           OPEN INPUT SVC-FILE
           IF WS-SVC-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SVC-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'Y' AND SVC-IS-ACTIVE
                       AND SVC-ROUTE-REGION NOT = SPACES
                       MOVE SVC-ROUTE-REGION TO WS-RTE-WORK(1:2)
                       MOVE SVC-ROUTE-CODE TO WS-RTE-WORK(3:4)
                       PERFORM 125-ADD-ROUTE
                   END-IF
               END-PERFORM
               CLOSE SVC-FILE
           END-IF
           OPEN INPUT ONCL-FILE
           IF WS-ONCL-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ONCL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'Y'
                       AND ONCL-DATE IS NUMERIC
                       AND ONCL-DATE NOT < WS-RUN-DATE
                       AND ONCL-REGION NOT = SPACES
                       MOVE ONCL-REGION TO WS-RTE-WORK(1:2)
                       MOVE ONCL-CODE TO WS-RTE-WORK(3:4)
                       PERFORM 125-ADD-ROUTE
                   END-IF
               END-PERFORM
               CLOSE ONCL-FILE
           END-IF
           MOVE 'N' TO WS-EOF.
       120-EXIT.
           EXIT.

       125-ADD-ROUTE.
           MOVE 'N' TO WS-IS-ROUTE
           PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                   UNTIL WS-RTE-IX > WS-RTE-COUNT
                      OR WS-IS-ROUTE = 'Y'
               IF WS-RTE-KEY(WS-RTE-IX) = WS-RTE-WORK
                   MOVE 'Y' TO WS-IS-ROUTE
               END-IF
           END-PERFORM
           IF WS-IS-ROUTE = 'N'
               IF WS-RTE-COUNT < WS-RTE-MAX
                   ADD 1 TO WS-RTE-COUNT
                   MOVE WS-RTE-WORK TO WS-RTE-KEY(WS-RTE-COUNT)
               ELSE
                   ADD 1 TO WS-RTE-OVFL
               END-IF
           END-IF.
       125-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           PERFORM 250-SCORE-CONTACT
           PERFORM 300-TALLY-REGION
           IF WS-ANY-FAIL = 'Y'
               PERFORM 320-KEEP-EXCEPTION
           END-IF
           PERFORM 210-READ-NAMEFILE.
       200-EXIT.
           EXIT.

       210-READ-NAMEFILE.
           READ NAM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               PERFORM 950-DECRYPT-RECORD
           END-IF.
       210-EXIT.
           EXIT.

       250-SCORE-CONTACT.
           MOVE SPACES TO WS-FAIL-FLAGS
           MOVE 'N' TO WS-ANY-FAIL
           IF PHONE = SPACES OR PHONE = LOW-VALUES
               MOVE 'Y' TO WS-FAIL-FLAG(1)
           ELSE
               PERFORM 270-CHECK-PHONE
               IF WS-PH-BAD = 'Y'
                   MOVE 'Y' TO WS-FAIL-FLAG(5)
               END-IF
           END-IF
           IF NOTIFY-ADDRESS = SPACES OR NOTIFY-ADDRESS = LOW-VALUES
               MOVE 'Y' TO WS-FAIL-FLAG(2)
           END-IF
           IF CONTACT-NAME = SPACES OR CONTACT-NAME = LOW-VALUES
               MOVE 'Y' TO WS-FAIL-FLAG(3)
           END-IF
           PERFORM 260-CHECK-POSTAL
           IF WS-FAIL-FLAGS NOT = SPACES
               PERFORM 280-CHECK-ROUTE
               IF WS-IS-ROUTE = 'Y'
                   MOVE 'Y' TO WS-FAIL-FLAG(6)
               END-IF
           END-IF
           MOVE 100 TO WS-SCORE
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 6
               IF WS-FAIL-FLAG(WS-RULE-IX) = 'Y'
                   MOVE 'Y' TO WS-ANY-FAIL
                   SUBTRACT WS-RULE-WEIGHT(WS-RULE-IX) FROM WS-SCORE
               END-IF
           END-PERFORM.
       250-EXIT.
           EXIT.

      *    Blank fails outright; otherwise the code must be on the
      *    postal table and active, the check NAMLOAD1 applies.
       260-CHECK-POSTAL.
           EVALUATE TRUE
           WHEN POSTAL-CODE = SPACES OR POSTAL-CODE = LOW-VALUES
               MOVE 'Y' TO WS-FAIL-FLAG(4)
           WHEN WS-PSTL-OPEN = 'Y'
               MOVE POSTAL-CODE TO PSTL-CODE
               READ PSTL-FILE
                   INVALID KEY
                       MOVE 'N' TO PSTL-ACTIVE
               END-READ
               IF NOT PSTL-IS-ACTIVE
                   MOVE 'Y' TO WS-FAIL-FLAG(4)
               END-IF
           END-EVALUATE.
       260-EXIT.
           EXIT.

      *    Digits, the usual separators, and an x/X introducing an
      *    extension; 7 to 15 digits ahead of any extension.
       270-CHECK-PHONE.
           MOVE 'N' TO WS-PH-BAD WS-PH-EXT
           MOVE ZERO TO WS-PH-DIGITS
           PERFORM VARYING WS-PH-IX FROM 1 BY 1
                   UNTIL WS-PH-IX > 24
               MOVE PHONE(WS-PH-IX:1) TO WS-PH-CHAR
               EVALUATE TRUE
               WHEN WS-PH-CHAR IS NUMERIC
                   IF WS-PH-EXT = 'N'
                       ADD 1 TO WS-PH-DIGITS
                   END-IF
               WHEN WS-PH-CHAR = SPACE OR '+' OR '-' OR '(' OR ')'
                                  OR '.' OR '/'
                   CONTINUE
               WHEN WS-PH-CHAR = 'X' OR 'x'
                   MOVE 'Y' TO WS-PH-EXT
               WHEN OTHER
                   MOVE 'Y' TO WS-PH-BAD
               END-EVALUATE
           END-PERFORM
           IF WS-PH-DIGITS < 7 OR WS-PH-DIGITS > 15
               MOVE 'Y' TO WS-PH-BAD
           END-IF.
       270-EXIT.
           EXIT.

       280-CHECK-ROUTE.
           MOVE 'N' TO WS-IS-ROUTE
           PERFORM VARYING WS-RTE-IX FROM 1 BY 1
                   UNTIL WS-RTE-IX > WS-RTE-COUNT
                      OR WS-IS-ROUTE = 'Y'
               IF WS-RTE-KEY(WS-RTE-IX) = KEY1
                   MOVE 'Y' TO WS-IS-ROUTE
               END-IF
           END-PERFORM.
       280-EXIT.
           EXIT.

       300-TALLY-REGION.
           MOVE ZERO TO WS-REG-IX
           PERFORM VARYING WS-REG-SCAN FROM 1 BY 1
                   UNTIL WS-REG-SCAN > WS-REG-COUNT
                      OR WS-REG-IX > ZERO
               IF WS-REG-CODE(WS-REG-SCAN) = REGION-CODE
                   MOVE WS-REG-SCAN TO WS-REG-IX
               END-IF
           END-PERFORM
           IF WS-REG-IX = ZERO
               IF WS-REG-COUNT < WS-REG-MAX
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-REG-COUNT TO WS-REG-IX
                   MOVE REGION-CODE TO WS-REG-CODE(WS-REG-IX)
               ELSE
                   ADD 1 TO WS-REG-OVFL
               END-IF
           END-IF
           ADD 1 TO WS-ALL-CONTACTS
           ADD WS-SCORE TO WS-ALL-SCORE-TOT
           IF WS-ANY-FAIL = 'N'
               ADD 1 TO WS-ALL-CLEAN
           END-IF
           IF WS-REG-IX > ZERO
               ADD 1 TO WS-REG-CONTACTS(WS-REG-IX)
               ADD WS-SCORE TO WS-REG-SCORE-TOT(WS-REG-IX)
               IF WS-ANY-FAIL = 'N'
                   ADD 1 TO WS-REG-CLEAN(WS-REG-IX)
               END-IF
           END-IF
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 6
               IF WS-FAIL-FLAG(WS-RULE-IX) = 'Y'
                   ADD 1 TO WS-ALL-FAIL(WS-RULE-IX)
                   IF WS-REG-IX > ZERO
                       ADD 1 TO WS-REG-FAIL(WS-REG-IX WS-RULE-IX)
                   END-IF
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

       320-KEEP-EXCEPTION.
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-SCORE TO WS-EXC-SCORE(WS-EXC-COUNT)
               MOVE KEY1 TO WS-EXC-KEY(WS-EXC-COUNT)
               MOVE SHORT-NAME TO WS-EXC-SHORT(WS-EXC-COUNT)
               MOVE NAME TO WS-EXC-NAME(WS-EXC-COUNT)
               MOVE WS-FAIL-FLAGS TO WS-EXC-FLAGS(WS-EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXC-OVFL
           END-IF.
       320-EXIT.
           EXIT.

      *    One dqsh0001 record per region and one all-regions '**'
      *    record for this run date, rewritten in place on a rerun.
       500-LAND-HISTORY.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE SPACES TO DQSH-REC
               MOVE WS-RUN-DATE TO DQSH-RUN-DATE
               MOVE WS-REG-CODE(WS-REG-IX) TO DQSH-REGION
               MOVE WS-REG-CONTACTS(WS-REG-IX) TO DQSH-CONTACTS
               MOVE WS-REG-CLEAN(WS-REG-IX) TO DQSH-CLEAN
               MOVE WS-REG-SCORE-TOT(WS-REG-IX) TO DQSH-SCORE-TOTAL
               PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                       UNTIL WS-RULE-IX > 6
                   MOVE WS-REG-FAIL(WS-REG-IX WS-RULE-IX)
                       TO DQSH-RULE-FAIL(WS-RULE-IX)
               END-PERFORM
               PERFORM 510-PUT-HISTORY
           END-PERFORM
           MOVE SPACES TO DQSH-REC
           MOVE WS-RUN-DATE TO DQSH-RUN-DATE
           MOVE '**' TO DQSH-REGION
           MOVE WS-ALL-CONTACTS TO DQSH-CONTACTS
           MOVE WS-ALL-CLEAN TO DQSH-CLEAN
           MOVE WS-ALL-SCORE-TOT TO DQSH-SCORE-TOTAL
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 6
               MOVE WS-ALL-FAIL(WS-RULE-IX)
                   TO DQSH-RULE-FAIL(WS-RULE-IX)
           END-PERFORM
           PERFORM 510-PUT-HISTORY.
       500-EXIT.
           EXIT.

       510-PUT-HISTORY.
           REWRITE DQSH-REC
               INVALID KEY
                   WRITE DQSH-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE.
       510-EXIT.
           EXIT.

       700-PRINT-REGIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 6
               MOVE WS-RULE-LABEL(WS-RULE-IX) TO HR-LABEL(WS-RULE-IX)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-HEAD-REGION
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE SPACES TO WS-REGION-LINE
               MOVE WS-REG-CODE(WS-REG-IX) TO RL-REGION
               MOVE WS-REG-CONTACTS(WS-REG-IX) TO RL-CONTACTS
               IF WS-REG-CONTACTS(WS-REG-IX) > ZERO
                   COMPUTE WS-PCT ROUNDED =
                       WS-REG-SCORE-TOT(WS-REG-IX)
                       / WS-REG-CONTACTS(WS-REG-IX)
                   MOVE WS-PCT TO RL-AVG
                   COMPUTE WS-PCT ROUNDED =
                       WS-REG-CLEAN(WS-REG-IX) * 100
                       / WS-REG-CONTACTS(WS-REG-IX)
                   MOVE WS-PCT TO RL-CLEAN-PCT
               END-IF
               PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                       UNTIL WS-RULE-IX > 6
                   MOVE WS-REG-FAIL(WS-REG-IX WS-RULE-IX)
                       TO RL-FAIL(WS-RULE-IX)
               END-PERFORM
               WRITE REPORT-LINE FROM WS-REGION-LINE
           END-PERFORM
           MOVE SPACES TO WS-REGION-LINE
           MOVE '**' TO RL-REGION
           MOVE WS-ALL-CONTACTS TO RL-CONTACTS
           IF WS-ALL-CONTACTS > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-ALL-SCORE-TOT / WS-ALL-CONTACTS
               MOVE WS-PCT TO RL-AVG
               COMPUTE WS-PCT ROUNDED =
                   WS-ALL-CLEAN * 100 / WS-ALL-CONTACTS
               MOVE WS-PCT TO RL-CLEAN-PCT
           END-IF
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 6
               MOVE WS-ALL-FAIL(WS-RULE-IX) TO RL-FAIL(WS-RULE-IX)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-REGION-LINE
           IF WS-PSTL-OPEN = 'N'
               MOVE 'PSTL0001 NOT AVAILABLE - BAD POSTAL COUNTS BLANK'
                 & ' CODES ONLY' TO WS-NOTE-LINE
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF
           IF WS-REG-OVFL > ZERO
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'REGION TABLE FULL - ' WS-REG-OVFL
                      ' CONTACTS IN ALL-REGIONS LINE ONLY'
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF
           IF WS-RTE-OVFL > ZERO
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'ROUTING TABLE FULL - ' WS-RTE-OVFL
                      ' ROUTING TARGETS NOT CHECKED FOR ROUTE INC'
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
       700-EXIT.
           EXIT.

      *    Worst first - one pass over the kept exceptions per score,
      *    lowest score up, so no sort step is needed.
       750-PRINT-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEAD-EXC1
           WRITE REPORT-LINE FROM WS-HEAD-EXC2
           PERFORM VARYING WS-EXC-SCAN FROM 0 BY 1
                   UNTIL WS-EXC-SCAN > 99
               PERFORM VARYING WS-EXC-IX FROM 1 BY 1
                       UNTIL WS-EXC-IX > WS-EXC-COUNT
                   IF WS-EXC-SCORE(WS-EXC-IX) = WS-EXC-SCAN
                       PERFORM 760-PRINT-EXCEPTION
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-EXC-OVFL > ZERO
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'EXCEPTION TABLE FULL - ' WS-EXC-OVFL
                      ' FURTHER CONTACTS COUNTED ABOVE BUT NOT LISTED'
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
       750-EXIT.
           EXIT.

       760-PRINT-EXCEPTION.
           MOVE SPACES TO WS-EXC-LINE
           MOVE WS-EXC-SCORE(WS-EXC-IX) TO EL-SCORE
           MOVE WS-EXC-KEY(WS-EXC-IX)(1:2) TO EL-REGION
           MOVE WS-EXC-KEY(WS-EXC-IX)(3:4) TO EL-CODE
           MOVE WS-EXC-SHORT(WS-EXC-IX) TO EL-SHORT
           MOVE WS-EXC-NAME(WS-EXC-IX) TO EL-NAME
           MOVE WS-EXC-FLAGS(WS-EXC-IX) TO WS-FLAG-WORK
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 6
               IF WS-FLAG-W(WS-RULE-IX) = 'Y'
                   STRING WS-RULE-LABEL(WS-RULE-IX) ' '
                       DELIMITED BY SIZE INTO EL-FAILED
                       WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-EXC-LINE.
       760-EXIT.
           EXIT.

      *    The all-regions rows off dqsh0001 in run-date order, rolled
      *    up by calendar quarter: the average score, clean and
      *    no-notify percentages over every contact scored in the
      *    quarter's runs, and the score's move from the quarter
      *    before.
       800-PRINT-TREND.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEAD-TREND1
           WRITE REPORT-LINE FROM WS-HEAD-TREND2
           MOVE ZERO TO WS-Q-CUR
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO DQSH-KEY
           START DQSH-FILE KEY NOT LESS THAN DQSH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DQSH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y' AND DQSH-REGION = '**'
                   MOVE DQSH-RUN-DATE TO WS-DATE-WORK
                   COMPUTE WS-Q-KEY =
                       WS-DW-YYYY * 10 + (WS-DW-MM - 1) / 3 + 1
                   IF WS-Q-KEY NOT = WS-Q-CUR
                       IF WS-Q-CUR NOT = ZERO
                           PERFORM 810-PRINT-QUARTER
                       END-IF
                       MOVE WS-Q-KEY TO WS-Q-CUR
                       MOVE ZERO TO WS-Q-WEEKS WS-Q-CONTACTS
                           WS-Q-CLEAN WS-Q-SCORE-TOT WS-Q-NONOTIFY
                   END-IF
                   ADD 1 TO WS-Q-WEEKS
                   ADD DQSH-CONTACTS TO WS-Q-CONTACTS
                   ADD DQSH-CLEAN TO WS-Q-CLEAN
                   ADD DQSH-SCORE-TOTAL TO WS-Q-SCORE-TOT
                   ADD DQSH-RULE-FAIL(2) TO WS-Q-NONOTIFY
               END-IF
           END-PERFORM
           IF WS-Q-CUR NOT = ZERO
               PERFORM 810-PRINT-QUARTER
           END-IF.
       800-EXIT.
           EXIT.

       810-PRINT-QUARTER.
           MOVE SPACES TO WS-TREND-LINE
           MOVE 'Q' TO WS-TREND-LINE(5:1)
           DIVIDE WS-Q-CUR BY 10 GIVING QL-YEAR REMAINDER QL-QTR
           MOVE WS-Q-WEEKS TO QL-RUNS
           MOVE ZERO TO WS-Q-AVG
           IF WS-Q-CONTACTS > ZERO
               COMPUTE WS-Q-AVG ROUNDED =
                   WS-Q-SCORE-TOT / WS-Q-CONTACTS
               MOVE WS-Q-AVG TO QL-AVG
               COMPUTE WS-PCT ROUNDED =
                   WS-Q-CLEAN * 100 / WS-Q-CONTACTS
               MOVE WS-PCT TO QL-CLEAN
               COMPUTE WS-PCT ROUNDED =
                   WS-Q-NONOTIFY * 100 / WS-Q-CONTACTS
               MOVE WS-PCT TO QL-NONOTIFY
           END-IF
           IF WS-Q-HAVE-PRIOR = 'Y'
               COMPUTE WS-Q-CHANGE = WS-Q-AVG - WS-Q-PRIOR-AVG
               MOVE WS-Q-CHANGE TO QL-CHANGE
           END-IF
           MOVE WS-Q-AVG TO WS-Q-PRIOR-AVG
           MOVE 'Y' TO WS-Q-HAVE-PRIOR
           WRITE REPORT-LINE FROM WS-TREND-LINE.
       810-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'NAMDQS01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           DISPLAY 'NAMDQS01 - CONTACTS SCORED: ' WS-REC-COUNT
               ' CLEAN: ' WS-ALL-CLEAN
               ' EXCEPTIONS: ' WS-EXC-COUNT
           CLOSE NAM-FILE
           IF WS-PSTL-OPEN = 'Y'
               CLOSE PSTL-FILE
           END-IF
           CLOSE DQSH-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

      *    nkey0001 is read once into the key table; no key file
      *    just means nothing on NAMEFILE has been encrypted yet.
       940-LOAD-KEYS.
           MOVE SPACES TO NCR-KEY-TABLE
           MOVE SPACES TO NCR-CURRENT
           OPEN INPUT NKEY-FILE
           IF WS-NKEY-STATUS = '00'
               PERFORM 945-READ-KEYS THRU 945-EXIT
               CLOSE NKEY-FILE
           END-IF.
       940-EXIT.
           EXIT.

       945-READ-KEYS.
           COPY NAMCRLD1.
           CONTINUE.
       945-EXIT.
           EXIT.

      *    The personal fields come back clear under the key version
      *    the entry carries. An entry whose key is not on nkey0001
      *    is counted and treated as holding no details at all.
       950-DECRYPT-RECORD.
           MOVE 'N' TO NCR-KEY-SW
           IF CRYPT-KEY-VERSION IS NUMERIC
               AND CRYPT-KEY-VERSION NOT = '00'
               MOVE CRYPT-KEY-VERSION TO NCR-VERSION
               IF NCR-KEY-ENTRY(NCR-VERSION-9) = SPACES
                   MOVE 'Y' TO NCR-KEY-SW
                   ADD 1 TO WS-NOKEY-COUNT
                   MOVE SPACES TO ADDRESS1 ADDRESS2 ADDRESS3 ADDRESS4
                   MOVE SPACES TO PHONE FAX NOTIFY-ADDRESS
               ELSE
                   MOVE NCR-KEY-ENTRY(NCR-VERSION-9) TO NCR-KEY
                   MOVE 'D' TO NCR-MODE
                   PERFORM 970-TRANSFORM-RECORD
                   MOVE '00' TO CRYPT-KEY-VERSION
               END-IF
           END-IF.
       950-EXIT.
           EXIT.

       970-TRANSFORM-RECORD.
           COPY NAMCRYP1.
           CONTINUE.
       970-EXIT.
           EXIT.
