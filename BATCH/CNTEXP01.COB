       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTEXP01.
      ******************************************************************
      *DESCRIPTION: Monthly support-contract expiry report - lists      *
      *             every cntr0001 contract whose cover ends within     *
      *             the next 90 days of the run date, with its vendor,  *
      *             coverage level, the number of aset0001 assets that  *
      *             point at it (SM0032) and the number of tktm0001     *
      *             tickets opened against those assets in the last     *
      *             365 days - what the contract has actually been      *
      *             covering, before anyone signs the renewal.          *
      *             Accumulation uses the same bounded in-memory table  *
      *             device ASTRPT01 uses for its per-asset tallies.     *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today, as FCRRPT01 takes it.                                 *
      *    No restart/checkpoint handling - report-only, rebuilt whole  *
      *    on a rerun like ASTRPT01.                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTR-FILE ASSIGN TO CNTR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNTR-KEY
               FILE STATUS IS WS-CNTR-STATUS.
           SELECT VEND-FILE ASSIGN TO VEND0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VEND-STATUS.
           SELECT ASET-FILE ASSIGN TO ASET0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASET-ID
               FILE STATUS IS WS-ASET-STATUS.
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
       FD  CNTR-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CNTR-REC.
           COPY CNTR0001.

       FD  VEND-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  VEND-REC.
           COPY VEND0001.

       FD  ASET-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASET-REC.
           COPY ASET0001.

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
       01  WS-CNTR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-VEND-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ASET-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RPT-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-END                 PIC 9(08) VALUE ZERO.
       01  WS-YEAR-AGO                   PIC 9(08) VALUE ZERO.
       01  WS-RPT-INT                    PIC S9(9) COMP VALUE ZERO.
       01  WS-CNTR-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-ASET-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-TKT-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-TOT-ASSETS                 PIC 9(06) VALUE ZERO.
       01  WS-TOT-TICKETS                PIC 9(06) VALUE ZERO.

      *    The expiring contracts, in cntr0001 key order, with the
      *    assets and last-year tickets counted against each.
       01  WS-EXP-MAX                    PIC 9(03) VALUE 500.
       01  WS-EXP-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-EXP-IDX                    PIC 9(03) VALUE ZERO.
       01  WS-EXP-TABLE.
           05  WS-EXP-ENTRY OCCURS 500 TIMES.
               10  WS-EXP-KEY            PIC X(20).
               10  WS-EXP-END-DATE       PIC 9(08).
               10  WS-EXP-COVERAGE       PIC X(01).
               10  WS-EXP-ASSETS         PIC 9(05).
               10  WS-EXP-TICKETS        PIC 9(05).

      *    Every asset pointing at one of those contracts, and which
      *    contract, so the ticket pass finds its contract directly.
       01  WS-AST-MAX                    PIC 9(04) VALUE 2000.
       01  WS-AST-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-AST-IDX                    PIC 9(04) VALUE ZERO.
       01  WS-AST-TABLE.
           05  WS-AST-ENTRY OCCURS 2000 TIMES.
               10  WS-AST-ID             PIC X(08).
               10  WS-AST-EXP-IDX        PIC 9(03).

       01  WS-HEAD1.
           05  FILLER                    PIC X(44) VALUE
               'SUPPORT CONTRACTS EXPIRING IN 90 DAYS FROM'.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(80) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'VENDOR'.
           05  FILLER                    PIC X(32) VALUE 'VENDOR NAME'.
           05  FILLER                    PIC X(14) VALUE 'CONTRACT'.
           05  FILLER                    PIC X(10) VALUE 'ENDS'.
           05  FILLER                    PIC X(12) VALUE 'COVERAGE'.
           05  FILLER                    PIC X(08) VALUE 'ASSETS'.
           05  FILLER                    PIC X(12) VALUE 'TICKETS/YR'.
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-VENDOR                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-VEND-NAME              PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-CONTRACT               PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-END-DATE               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-COVERAGE               PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ASSETS                 PIC ZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  DL-TICKETS                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(38) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(20) VALUE
               'CONTRACTS EXPIRING:'.
           05  TL-CONTRACTS              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE
               '  ASSETS:'.
           05  TL-ASSETS                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(20) VALUE
               '  TICKETS LAST YR:'.
           05  TL-TICKETS                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-SCAN-CONTRACT UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           PERFORM 310-READ-ASET
           PERFORM 300-SCAN-ASSET UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           PERFORM 410-READ-TKT
           PERFORM 400-SCAN-TICKET UNTIL WS-EOF = 'Y'
           PERFORM 800-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RPT-DATE
           END-IF
           COMPUTE WS-RPT-INT = FUNCTION INTEGER-OF-DATE(WS-RPT-DATE)
           COMPUTE WS-WINDOW-END =
               FUNCTION DATE-OF-INTEGER(WS-RPT-INT + 90)
           COMPUTE WS-YEAR-AGO =
               FUNCTION DATE-OF-INTEGER(WS-RPT-INT - 365)
           OPEN INPUT CNTR-FILE
           IF WS-CNTR-STATUS NOT = '00'
               DISPLAY 'CNTEXP01 - ERROR OPENING CNTR0001, STATUS='
                   WS-CNTR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT VEND-FILE
           IF WS-VEND-STATUS NOT = '00'
               DISPLAY 'CNTEXP01 - ERROR OPENING VEND0001, STATUS='
                   WS-VEND-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ASET-FILE
           IF WS-ASET-STATUS NOT = '00'
               DISPLAY 'CNTEXP01 - ERROR OPENING ASET0001, STATUS='
                   WS-ASET-STATUS
               STOP RUN
           END-IF
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'CNTEXP01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CNTEXP01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RPT-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           PERFORM 210-READ-CNTR.
       100-EXIT.
           EXIT.

      *    A contract still in force on the run date whose end falls
      *    inside the window is tabled; one already lapsed is not.
       200-SCAN-CONTRACT.
           ADD 1 TO WS-CNTR-COUNT
           IF CNTR-END-DATE IS NUMERIC
               AND CNTR-END-DATE NOT < WS-RPT-DATE
               AND CNTR-END-DATE NOT > WS-WINDOW-END
               PERFORM 220-TABLE-CONTRACT THRU 220-EXIT
           END-IF
           PERFORM 210-READ-CNTR.
       200-EXIT.
           EXIT.

       210-READ-CNTR.
           READ CNTR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

       220-TABLE-CONTRACT.
           IF WS-EXP-COUNT >= WS-EXP-MAX
               DISPLAY 'CNTEXP01 - CONTRACT TABLE OVERFLOW, '
                   CNTR-KEY ' NOT REPORTED'
               GO TO 220-EXIT
           END-IF
           ADD 1 TO WS-EXP-COUNT
           MOVE CNTR-KEY TO WS-EXP-KEY(WS-EXP-COUNT)
           MOVE CNTR-END-DATE TO WS-EXP-END-DATE(WS-EXP-COUNT)
           MOVE CNTR-COVERAGE TO WS-EXP-COVERAGE(WS-EXP-COUNT)
           MOVE ZERO TO WS-EXP-ASSETS(WS-EXP-COUNT)
           MOVE ZERO TO WS-EXP-TICKETS(WS-EXP-COUNT).
       220-EXIT.
           EXIT.

      *    An asset pointing at an expiring contract counts against it
      *    and is remembered for the ticket pass.
       300-SCAN-ASSET.
           ADD 1 TO WS-ASET-COUNT
           IF ASET-SUPPORT NOT = SPACES
               AND ASET-SUPPORT NOT = LOW-VALUES
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                       OR WS-EXP-KEY(WS-EXP-IDX) = ASET-SUPPORT
                   CONTINUE
               END-PERFORM
               IF WS-EXP-IDX NOT > WS-EXP-COUNT
                   PERFORM 320-TABLE-ASSET THRU 320-EXIT
               END-IF
           END-IF
           PERFORM 310-READ-ASET.
       300-EXIT.
           EXIT.

       310-READ-ASET.
           READ ASET-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       310-EXIT.
           EXIT.

       320-TABLE-ASSET.
           ADD 1 TO WS-EXP-ASSETS(WS-EXP-IDX)
           IF WS-AST-COUNT >= WS-AST-MAX
               DISPLAY 'CNTEXP01 - ASSET TABLE OVERFLOW, '
                   ASET-ID ' TICKETS NOT COUNTED'
               GO TO 320-EXIT
           END-IF
           ADD 1 TO WS-AST-COUNT
           MOVE ASET-ID TO WS-AST-ID(WS-AST-COUNT)
           MOVE WS-EXP-IDX TO WS-AST-EXP-IDX(WS-AST-COUNT).
       320-EXIT.
           EXIT.

      *    A ticket opened within the last year against one of the
      *    tabled assets counts against that asset's contract.
       400-SCAN-TICKET.
           ADD 1 TO WS-TKT-COUNT
           IF TKT-ASSET-ID NOT = SPACES
               AND TKT-ASSET-ID NOT = LOW-VALUES
               AND TKT-OPEN-DATE IS NUMERIC
               AND TKT-OPEN-DATE NOT < WS-YEAR-AGO
               AND TKT-OPEN-DATE NOT > WS-RPT-DATE
               PERFORM VARYING WS-AST-IDX FROM 1 BY 1
                       UNTIL WS-AST-IDX > WS-AST-COUNT
                       OR WS-AST-ID(WS-AST-IDX) = TKT-ASSET-ID
                   CONTINUE
               END-PERFORM
               IF WS-AST-IDX NOT > WS-AST-COUNT
                   MOVE WS-AST-EXP-IDX(WS-AST-IDX) TO WS-EXP-IDX
                   ADD 1 TO WS-EXP-TICKETS(WS-EXP-IDX)
               END-IF
           END-IF
           PERFORM 410-READ-TKT.
       400-EXIT.
           EXIT.

       410-READ-TKT.
           READ TKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       410-EXIT.
           EXIT.

       800-PRINT-REPORT.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-EXP-KEY(WS-EXP-IDX)(1:8) TO DL-VENDOR
               MOVE WS-EXP-KEY(WS-EXP-IDX)(9:12) TO DL-CONTRACT
               MOVE WS-EXP-END-DATE(WS-EXP-IDX) TO DL-END-DATE
               EVALUATE WS-EXP-COVERAGE(WS-EXP-IDX)
               WHEN '1'
                   MOVE '24X7' TO DL-COVERAGE
               WHEN '2'
                   MOVE 'BUS HOURS' TO DL-COVERAGE
               WHEN '3'
                   MOVE 'NEXT DAY' TO DL-COVERAGE
               WHEN '4'
                   MOVE 'PARTS ONLY' TO DL-COVERAGE
               WHEN OTHER
                   MOVE '?' TO DL-COVERAGE
               END-EVALUATE
               MOVE WS-EXP-ASSETS(WS-EXP-IDX) TO DL-ASSETS
               MOVE WS-EXP-TICKETS(WS-EXP-IDX) TO DL-TICKETS
               ADD WS-EXP-ASSETS(WS-EXP-IDX) TO WS-TOT-ASSETS
               ADD WS-EXP-TICKETS(WS-EXP-IDX) TO WS-TOT-TICKETS
               MOVE WS-EXP-KEY(WS-EXP-IDX)(1:8) TO VEND-ID
               READ VEND-FILE
                   INVALID KEY
                       MOVE '*VENDOR NOT ON MASTER*' TO DL-VEND-NAME
                   NOT INVALID KEY
                       MOVE VEND-NAME TO DL-VEND-NAME
               END-READ
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXP-COUNT TO TL-CONTRACTS
           MOVE WS-TOT-ASSETS TO TL-ASSETS
           MOVE WS-TOT-TICKETS TO TL-TICKETS
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
       800-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'CNTEXP01 - CONTRACTS READ: ' WS-CNTR-COUNT
               ' EXPIRING: ' WS-EXP-COUNT
           CLOSE CNTR-FILE
           CLOSE VEND-FILE
           CLOSE ASET-FILE
           CLOSE TKT-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
