      *             by side, closing with a simple straight-line        *
      *             projection of the next three months - the numbers   *
      *             the region-upgrade argument needs.                  *
      *    The month's volume is also split by who keyed it - the       *
      *    requestor themself or a desk agent opening on a caller's     *
      *    behalf (TICKET-OPENED-BY set and not the requestor) - and    *
      *    the split prints under the trend for the report month.       *
      *    Report month: command-line parameter YYYYMM, defaulting to   *
      *    the current month. The DBAU queue dataset passed should be   *
      *    the month's accumulated TRANSTAT records.                    *
       DATA DIVISION.
       FILE SECTION.
       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.
       01  WS-RPT-MONTH                  PIC 9(06) VALUE ZERO.
       01  WS-OPEN-YYYYMM                PIC 9(06) VALUE ZERO.
       01  WS-TICKET-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-SELF-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-DESK-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-TASK-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-ELAPSED-TOT                PIC 9(09) VALUE ZERO.
       01  WS-MENU-TOTAL                 PIC 9(09) VALUE ZERO.
           05  FILLER                    PIC X(09) VALUE ' TICKETS'.
           05  FILLER                    PIC X(88) VALUE SPACES.

       01  WS-SPLIT-LINE.
           05  FILLER                    PIC X(20) VALUE
               'OPENED - SELF-SERV:'.
           05  SL-SELF                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(14) VALUE
               '  DESK-KEYED:'.
           05  SL-DESK                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
               MOVE TKT-OPEN-DATE(1:6) TO WS-OPEN-YYYYMM
               IF WS-OPEN-YYYYMM = WS-RPT-MONTH
                   ADD 1 TO WS-TICKET-COUNT
                   IF TKT-OPENED-BY NOT = SPACES
                       AND TKT-OPENED-BY NOT = TKT-REQUESTOR
                       ADD 1 TO WS-DESK-COUNT
                   ELSE
                       ADD 1 TO WS-SELF-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 210-READ-TKT.
                   MOVE WS-PROJ TO PL-TICKETS
                   WRITE REPORT-LINE FROM WS-PROJ-LINE
               END-PERFORM
           END-IF
           MOVE WS-SELF-COUNT TO SL-SELF
           MOVE WS-DESK-COUNT TO SL-DESK
           WRITE REPORT-LINE FROM WS-SPLIT-LINE.
       800-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'CAPTRD01 - MONTH ' WS-RPT-MONTH
               ' TICKETS: ' WS-TICKET-COUNT
               ' SELF: ' WS-SELF-COUNT ' DESK: ' WS-DESK-COUNT
               ' MONTHS ON FILE: ' WS-HIST-COUNT
           CLOSE TKT-FILE
           CLOSE CAPH-FILE
