       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGSCH01.
      ******************************************************************
      *DESCRIPTION: Nightly forward schedule of change - the change     *
      *             board's list. Walks tktm0001 down its status        *
      *             alternate key at the A (approved) records only,     *
      *             the TKTSLA01 technique, and picks every change      *
      *             request (TICKET-CLASS C) whose planned window       *
      *             falls in the next fourteen days, today included -   *
      *             a change already under way at the start of the      *
      *             run counts. The picks are held in a table ordered   *
      *             by service code and planned start, then printed     *
      *             one block per service (catalog description from     *
      *             svcc0001) with each change's window, risk,          *
      *             requestor, approvers and summary, followed by its   *
      *             implementation and backout plan lines from the      *
      *             tktd0001 work log. A change whose window has come   *
      *             to meet a frzw0001 freeze since it was approved     *
      *             (a window declared afterwards) is flagged FREEZE.   *
      *    No restart/checkpoint handling - the job updates nothing,    *
      *    so an abended run is rerun whole.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKT-NUM
               ALTERNATE RECORD KEY IS TKT-STATUS WITH DUPLICATES
               FILE STATUS IS WS-TKT-STATUS.
           SELECT TICKD-FILE ASSIGN TO TKTD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKD-KEY
               FILE STATUS IS WS-TICKD-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT FRZW-FILE ASSIGN TO FRZW0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRZW-ID
               FILE STATUS IS WS-FRZW-STATUS.
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

       FD  TICKD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TICKD-REC.
           COPY TICKD0001.

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.

       FD  FRZW-FILE
           RECORD CONTAINS 74 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FRZW-REC.
           COPY FRZW0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-FRZW-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-DTL-EOF                    PIC X(01) VALUE 'N'.
       01  WS-FRZW-EOF                   PIC X(01) VALUE 'N'.
       01  WS-FRZW-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT                  PIC S9(9) COMP VALUE ZERO.
       01  WS-HORIZON-DAYS               PIC 9(03) VALUE 14.
       01  WS-HORIZON-DATE               PIC 9(08) VALUE ZERO.
       01  WS-SCAN-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-SVC-BLOCKS                 PIC 9(04) VALUE ZERO.
       01  WS-FREEZE-COUNT               PIC 9(04) VALUE ZERO.
       01  WS-LAST-SVC                   PIC X(08) VALUE SPACES.
       01  WS-HHMM                       PIC 9(04) VALUE ZERO.
       01  WS-FRZX-WORK.
           COPY FRZOVLW1.

      *    The approved changes in the horizon, kept in service code
      *    and planned start order as they are found - a straight
      *    insertion, the table never holding more than a fortnight's
      *    changes.
       01  WS-CHG-MAX                    PIC 9(04) VALUE 500.
       01  WS-CHG-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-CHG-IDX                    PIC 9(04) VALUE ZERO.
       01  WS-CHG-POS                    PIC 9(04) VALUE ZERO.
       01  WS-CHG-NEW.
           05  WS-NEW-SORT-KEY.
               10  WS-NEW-SVC            PIC X(08).
               10  WS-NEW-START          PIC 9(14).
               10  WS-NEW-TICKET         PIC X(06).
           05  WS-NEW-END                PIC 9(14).
           05  WS-NEW-RISK               PIC X(01).
           05  WS-NEW-REQUESTOR          PIC X(08).
           05  WS-NEW-APPROVER           PIC X(08).
           05  WS-NEW-APPROVER2          PIC X(08).
           05  WS-NEW-SUMMARY            PIC X(40).
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES.
               10  WS-CHG-SORT-KEY.
                   15  WS-CHG-SVC        PIC X(08).
                   15  WS-CHG-START      PIC 9(14).
                   15  WS-CHG-TICKET     PIC X(06).
               10  WS-CHG-END            PIC 9(14).
               10  WS-CHG-RISK           PIC X(01).
               10  WS-CHG-REQUESTOR      PIC X(08).
               10  WS-CHG-APPROVER       PIC X(08).
               10  WS-CHG-APPROVER2      PIC X(08).
               10  WS-CHG-SUMMARY        PIC X(40).
       01  WS-STAMP                      PIC 9(14) VALUE ZERO.
       01  WS-STAMP-X REDEFINES WS-STAMP.
           05  WS-STAMP-DATE             PIC 9(08).
           05  WS-STAMP-HHMM             PIC 9(04).
           05  FILLER                    PIC 9(02).

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'FORWARD SCHEDULE OF CHANGE - FROM'.
           05  H1-FROM                   PIC 9(08).
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  H1-TO                     PIC 9(08).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(09) VALUE '  TICKET'.
           05  FILLER                    PIC X(15) VALUE
               'PLANNED START'.
           05  FILLER                    PIC X(15) VALUE
               'PLANNED END'.
           05  FILLER                    PIC X(05) VALUE 'RISK'.
           05  FILLER                    PIC X(10) VALUE 'REQUESTOR'.
           05  FILLER                    PIC X(18) VALUE 'APPROVED BY'.
           05  FILLER                    PIC X(42) VALUE 'SUMMARY'.
           05  FILLER                    PIC X(18) VALUE SPACES.

       01  WS-SVC-LINE.
           05  FILLER                    PIC X(09) VALUE 'SERVICE:'.
           05  SV-CODE                   PIC X(08).
           05  FILLER                    PIC X(03) VALUE ' - '.
           05  SV-DESC                   PIC X(40).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TICKET                 PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-S-DATE                 PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-S-TIME                 PIC 9(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-E-DATE                 PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-E-TIME                 PIC 9(04).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-RISK                   PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-REQUESTOR              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-APPROVER               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-APPROVER2              PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-SUMMARY                PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-FREEZE                 PIC X(16).

       01  WS-PLAN-LINE.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  PL-LABEL                  PIC X(10).
           05  PL-TEXT                   PIC X(60).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(30) VALUE
               'CHANGES SCHEDULED:'.
           05  TL-CHANGES                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'SERVICES:'.
           05  TL-SERVICES               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(18) VALUE
               'IN A FREEZE NOW:'.
           05  TL-FREEZE                 PIC ZZ,ZZ9.
           05  FILLER                    PIC X(45) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                    PIC X(50) VALUE
               '  (no approved changes in the horizon)'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-SCAN-APPROVED UNTIL WS-EOF = 'Y'
           PERFORM 800-PRINT-SCHEDULE
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-HORIZON-DAYS - 1)
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'CHGSCH01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'CHGSCH01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TICKD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT SVC-FILE
           IF WS-SVC-STATUS NOT = '00'
               DISPLAY 'CHGSCH01 - ERROR OPENING SVCC0001, STATUS='
                   WS-SVC-STATUS
               STOP RUN
           END-IF
      *    No window file means no freeze is declared anywhere - the
      *    schedule still prints, just with nothing flagged.
           OPEN INPUT FRZW-FILE
           IF WS-FRZW-STATUS = '00'
               MOVE 'Y' TO WS-FRZW-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CHGSCH01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE 'A' TO TKT-STATUS
           START TKT-FILE KEY NOT LESS THAN TKT-STATUS
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM 210-READ-TKT
           END-IF.
       100-EXIT.
           EXIT.

       200-SCAN-APPROVED.
           ADD 1 TO WS-SCAN-COUNT
           IF TKT-CLASS-CHANGE
               AND TKT-PLAN-START-DATE NUMERIC
               AND TKT-PLAN-END-DATE NUMERIC
               AND TKT-PLAN-END-DATE >= WS-TODAY
               AND TKT-PLAN-START-DATE <= WS-HORIZON-DATE
               PERFORM 220-TABLE-CHANGE THRU 220-EXIT
           END-IF
           PERFORM 210-READ-TKT.
       200-EXIT.
           EXIT.

      *    Down the status path until the A records run out.
       210-READ-TKT.
           READ TKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y' AND NOT TKT-APPROVED
               MOVE 'Y' TO WS-EOF
           END-IF.
       210-EXIT.
           EXIT.

       220-TABLE-CHANGE.
           IF WS-CHG-COUNT NOT < WS-CHG-MAX
               DISPLAY 'CHGSCH01 - SCHEDULE TABLE FULL, ' TKT-NUM
                   ' NOT LISTED'
               GO TO 220-EXIT
           END-IF
           MOVE TKT-SVC-CODE TO WS-NEW-SVC
           COMPUTE WS-NEW-START =
               TKT-PLAN-START-DATE * 1000000 + TKT-PLAN-START-TIME
           MOVE TKT-NUM TO WS-NEW-TICKET
           COMPUTE WS-NEW-END =
               TKT-PLAN-END-DATE * 1000000 + TKT-PLAN-END-TIME
           MOVE TKT-RISK TO WS-NEW-RISK
           MOVE TKT-REQUESTOR TO WS-NEW-REQUESTOR
           MOVE TKT-APPROVER TO WS-NEW-APPROVER
           MOVE TKT-APPROVER2 TO WS-NEW-APPROVER2
           MOVE TKT-SUMMARY TO WS-NEW-SUMMARY
      *    Find the slot, shuffle the tail down one, drop it in.
           MOVE 1 TO WS-CHG-POS
           PERFORM UNTIL WS-CHG-POS > WS-CHG-COUNT
                   OR WS-CHG-SORT-KEY(WS-CHG-POS) > WS-NEW-SORT-KEY
               ADD 1 TO WS-CHG-POS
           END-PERFORM
           PERFORM VARYING WS-CHG-IDX FROM WS-CHG-COUNT BY -1
                   UNTIL WS-CHG-IDX < WS-CHG-POS
               MOVE WS-CHG-ENTRY(WS-CHG-IDX)
                   TO WS-CHG-ENTRY(WS-CHG-IDX + 1)
           END-PERFORM
           MOVE WS-CHG-NEW TO WS-CHG-ENTRY(WS-CHG-POS)
           ADD 1 TO WS-CHG-COUNT.
       220-EXIT.
           EXIT.

       800-PRINT-SCHEDULE.
           MOVE WS-TODAY TO H1-FROM
           MOVE WS-HORIZON-DATE TO H1-TO
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           IF WS-CHG-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-SVC(WS-CHG-IDX) NOT = WS-LAST-SVC
                   OR WS-CHG-IDX = 1
                   PERFORM 810-PRINT-SERVICE
               END-IF
               PERFORM 820-PRINT-CHANGE
           END-PERFORM
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CHG-COUNT TO TL-CHANGES
           MOVE WS-SVC-BLOCKS TO TL-SERVICES
           MOVE WS-FREEZE-COUNT TO TL-FREEZE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
       800-EXIT.
           EXIT.

       810-PRINT-SERVICE.
           MOVE WS-CHG-SVC(WS-CHG-IDX) TO WS-LAST-SVC
           ADD 1 TO WS-SVC-BLOCKS
           MOVE SPACES TO SV-DESC
           MOVE WS-LAST-SVC TO SV-CODE SVC-CODE
           READ SVC-FILE
               INVALID KEY
                   MOVE '(not on the service catalog)' TO SV-DESC
               NOT INVALID KEY
                   MOVE SVC-DESC TO SV-DESC
           END-READ
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SVC-LINE.
       810-EXIT.
           EXIT.

       820-PRINT-CHANGE.
           MOVE SPACES TO DL-FREEZE
           MOVE WS-CHG-TICKET(WS-CHG-IDX) TO DL-TICKET
           MOVE WS-CHG-START(WS-CHG-IDX) TO WS-STAMP
           MOVE WS-STAMP-DATE TO DL-S-DATE
           MOVE WS-STAMP-HHMM TO DL-S-TIME
           MOVE WS-CHG-END(WS-CHG-IDX) TO WS-STAMP
           MOVE WS-STAMP-DATE TO DL-E-DATE
           MOVE WS-STAMP-HHMM TO DL-E-TIME
           MOVE WS-CHG-RISK(WS-CHG-IDX) TO DL-RISK
           MOVE WS-CHG-REQUESTOR(WS-CHG-IDX) TO DL-REQUESTOR
           MOVE WS-CHG-APPROVER(WS-CHG-IDX) TO DL-APPROVER
           MOVE WS-CHG-APPROVER2(WS-CHG-IDX) TO DL-APPROVER2
           MOVE WS-CHG-SUMMARY(WS-CHG-IDX) TO DL-SUMMARY
           PERFORM 830-CHECK-FREEZE THRU 830-EXIT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 840-PRINT-PLAN-LINES.
       820-EXIT.
           EXIT.

      *    The window may have been declared after the change was
      *    approved - the board needs to see that before the night.
       830-CHECK-FREEZE.
           IF WS-FRZW-OPEN NOT = 'Y'
               GO TO 830-EXIT
           END-IF
           MOVE WS-CHG-SVC(WS-CHG-IDX) TO FRZX-SVC-CODE
           MOVE WS-CHG-START(WS-CHG-IDX) TO FRZX-SPAN-FROM
           MOVE WS-CHG-END(WS-CHG-IDX) TO FRZX-SPAN-TO
           MOVE 'N' TO WS-FRZW-EOF
           MOVE LOW-VALUES TO FRZW-ID
           START FRZW-FILE KEY NOT LESS THAN FRZW-ID
               INVALID KEY
                   MOVE 'Y' TO WS-FRZW-EOF
           END-START
           PERFORM UNTIL WS-FRZW-EOF = 'Y'
               READ FRZW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FRZW-EOF
               END-READ
               IF WS-FRZW-EOF NOT = 'Y'
                   PERFORM 835-TEST-WINDOW
                   IF FRZX-OVERLAPS
                       STRING 'FREEZE ' FRZW-ID
                           DELIMITED BY SIZE INTO DL-FREEZE
                       END-STRING
                       ADD 1 TO WS-FREEZE-COUNT
                       MOVE 'Y' TO WS-FRZW-EOF
                   END-IF
               END-IF
           END-PERFORM.
       830-EXIT.
           EXIT.

       835-TEST-WINDOW.
           COPY FRZOVLP1.
           CONTINUE.
       835-EXIT.
           EXIT.

      *    The typed implementation and backout lines off the work
      *    log, in the order they were keyed.
       840-PRINT-PLAN-LINES.
           MOVE 'N' TO WS-DTL-EOF
           MOVE WS-CHG-TICKET(WS-CHG-IDX) TO TICKD-TICKET-NUM
           MOVE LOW-VALUES TO TICKD-SEQ-NUM-X
           START TICKD-FILE KEY NOT LESS THAN TICKD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DTL-EOF
           END-START
           PERFORM UNTIL WS-DTL-EOF = 'Y'
               READ TICKD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DTL-EOF
               END-READ
               IF WS-DTL-EOF NOT = 'Y'
                   IF TICKD-TICKET-NUM NOT = WS-CHG-TICKET(WS-CHG-IDX)
                       MOVE 'Y' TO WS-DTL-EOF
                   ELSE
                       IF TICKD-LINE-IMPL-PLAN
                           OR TICKD-LINE-BACKOUT-PLAN
                           MOVE SPACES TO WS-PLAN-LINE
                           IF TICKD-LINE-IMPL-PLAN
                               MOVE 'IMPLEMENT:' TO PL-LABEL
                           ELSE
                               MOVE 'BACKOUT:' TO PL-LABEL
                           END-IF
                           MOVE TICKD-TEXT TO PL-TEXT
                           WRITE REPORT-LINE FROM WS-PLAN-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       840-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'CHGSCH01 - APPROVED SCANNED: ' WS-SCAN-COUNT
               ' CHANGES: ' WS-CHG-COUNT
               ' IN FREEZE: ' WS-FREEZE-COUNT
           CLOSE TKT-FILE
           CLOSE TICKD-FILE
           CLOSE SVC-FILE
           IF WS-FRZW-OPEN = 'Y'
               CLOSE FRZW-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
