       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTROR01.
      ******************************************************************
      *DESCRIPTION: Nightly spare-parts reorder report - walks the      *
      *             part0001 parts master in part-number order and      *
      *             lists every part whose on-hand count has fallen     *
      *             below its reorder point, with its stock location,   *
      *             the shortfall to the reorder point and what that    *
      *             shortfall costs at the part's unit cost. A part     *
      *             with a zero reorder point is never reordered.       *
      *             On-hand comes down through the parts-used entries   *
      *             on SM0011 and goes back up on SM0054.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-FILE ASSIGN TO PART0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PART-NUM
               FILE STATUS IS WS-PART-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PART-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PART-REC.
           COPY PART0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PART-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-LOW-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-SHORT                      PIC 9(05) VALUE ZERO.
       01  WS-SHORT-COST                 PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-COST                 PIC 9(09)V99 VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'SPARE PARTS BELOW REORDER POINT'.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(12) VALUE 'PART'.
           05  FILLER                    PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(12) VALUE 'LOCATION'.
           05  FILLER                    PIC X(09) VALUE 'ON HAND'.
           05  FILLER                    PIC X(09) VALUE 'REORDER'.
           05  FILLER                    PIC X(09) VALUE 'SHORT'.
           05  FILLER                    PIC X(11) VALUE 'UNIT COST'.
           05  FILLER                    PIC X(14) VALUE 'SHORT COST'.
           05  FILLER                    PIC X(24) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-PART                   PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-DESC                   PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-LOCATION               PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ON-HAND                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-REORDER                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-SHORT                  PIC ZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-UNIT-COST              PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-SHORT-COST             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(24) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(15) VALUE
               'PARTS ON FILE:'.
           05  TL-PARTS                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(16) VALUE
               '  TO REORDER:'.
           05  TL-LOW                    PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(16) VALUE
               '  SHORT COST:'.
           05  TL-COST                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CHECK-PART UNTIL WS-EOF = 'Y'
           PERFORM 800-PRINT-TOTALS
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'PRTROR01 - ERROR OPENING PART0001, STATUS='
                   WS-PART-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PRTROR01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           PERFORM 210-READ-PART.
       100-EXIT.
           EXIT.

       200-CHECK-PART.
           ADD 1 TO WS-REC-COUNT
           IF PART-ON-HAND NOT NUMERIC
               MOVE ZERO TO PART-ON-HAND
           END-IF
           IF PART-REORDER-PT IS NUMERIC
               AND PART-REORDER-PT > ZERO
               AND PART-ON-HAND < PART-REORDER-PT
               PERFORM 300-PRINT-PART
           END-IF
           PERFORM 210-READ-PART.
       200-EXIT.
           EXIT.

       210-READ-PART.
           READ PART-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

       300-PRINT-PART.
           ADD 1 TO WS-LOW-COUNT
           IF PART-UNIT-COST NOT NUMERIC
               MOVE ZERO TO PART-UNIT-COST
           END-IF
           COMPUTE WS-SHORT = PART-REORDER-PT - PART-ON-HAND
           COMPUTE WS-SHORT-COST = WS-SHORT * PART-UNIT-COST
           ADD WS-SHORT-COST TO WS-TOTAL-COST
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PART-NUM TO DL-PART
           MOVE PART-DESC TO DL-DESC
           MOVE PART-LOCATION TO DL-LOCATION
           MOVE PART-ON-HAND TO DL-ON-HAND
           MOVE PART-REORDER-PT TO DL-REORDER
           MOVE WS-SHORT TO DL-SHORT
           MOVE PART-UNIT-COST TO DL-UNIT-COST
           MOVE WS-SHORT-COST TO DL-SHORT-COST
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

       800-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REC-COUNT TO TL-PARTS
           MOVE WS-LOW-COUNT TO TL-LOW
           MOVE WS-TOTAL-COST TO TL-COST
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
       800-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'PRTROR01 - PARTS READ: ' WS-REC-COUNT
               ' BELOW REORDER POINT: ' WS-LOW-COUNT
           CLOSE PART-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
