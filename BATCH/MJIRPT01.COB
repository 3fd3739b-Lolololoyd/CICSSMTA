      *             it closed), every timestamped mjcl0001 command-     *
      *             log line in sequence - the bridge-call record -     *
      *             and the count plus list of tktm0001 tickets         *
      *             tagged to the incident by the openers, then the     *
      *             post-incident action items raised on SM0067 from    *
      *             mjai0001 - owner, due date and status of each (an   *
      *             open action past its due date shows OVERDUE), with  *
      *             the completion or waiver note under every closed    *
      *             one and a count by status. mjai0001 is optional:    *
      *             with no file the action section is left off.        *
      *    No restart/checkpoint handling - a read-only report.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT MJAI-FILE ASSIGN TO MJAI0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJAI-KEY
               FILE STATUS IS WS-MJAI-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MJIN-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MJIN-REC.
           COPY MJIN0001.
           COPY MJCL0001.

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  MJAI-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MJAI-REC.
           COPY MJAI0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-MJCL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-MJAI-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MJAI-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-ACT-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-ACT-OPEN                   PIC 9(03) VALUE ZERO.
       01  WS-ACT-OVERDUE                PIC 9(03) VALUE ZERO.
       01  WS-ACT-DONE                   PIC 9(03) VALUE ZERO.
       01  WS-ACT-WAIVED                 PIC 9(03) VALUE ZERO.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(06) VALUE SPACES.
       01  WS-INCIDENT-ID                PIC X(06) VALUE SPACES.
           05  TT-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(100) VALUE SPACES.

       01  WS-ACT-HEAD.
           05  FILLER                    PIC X(26) VALUE
               'POST-INCIDENT ACTION ITEMS'.
           05  FILLER                    PIC X(106) VALUE SPACES.

       01  WS-ACT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  AL-SEQ                    PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-OWNER                  PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-DUE                    PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-STATUS                 PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-DESC                   PIC X(60).
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  WS-ACT-NOTE-LINE.
           05  FILLER                    PIC X(19) VALUE SPACES.
           05  AN-LABEL                  PIC X(07).
           05  AN-DATE                   PIC 9(08).
           05  FILLER                    PIC X(04) VALUE ' BY '.
           05  AN-BY                     PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AN-NOTE                   PIC X(60).
           05  FILLER                    PIC X(24) VALUE SPACES.

       01  WS-ACT-TOTAL.
           05  FILLER                    PIC X(10) VALUE 'ACTIONS:'.
           05  AT-TOTAL                  PIC ZZ9.
           05  FILLER                    PIC X(08) VALUE '  OPEN:'.
           05  AT-OPEN                   PIC ZZ9.
           05  FILLER                    PIC X(11) VALUE '  OVERDUE:'.
           05  AT-OVERDUE                PIC ZZ9.
           05  FILLER                    PIC X(08) VALUE '  DONE:'.
           05  AT-DONE                   PIC ZZ9.
           05  FILLER                    PIC X(10) VALUE '  WAIVED:'.
           05  AT-WAIVED                 PIC ZZ9.
           05  FILLER                    PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 300-PRINT-HEADER
           PERFORM 400-PRINT-TIMELINE
           PERFORM 500-PRINT-TICKETS
           IF WS-MJAI-OPEN = 'Y'
               PERFORM 600-PRINT-ACTIONS
           END-IF
           PERFORM 900-TERMINATE
           STOP RUN.

                   WS-TKT-STATUS
               STOP RUN
           END-IF
      *    The action-item file came later than the rest; a site that
      *    has not yet defined it still gets its timeline.
           OPEN INPUT MJAI-FILE
           IF WS-MJAI-STATUS = '00'
               MOVE 'Y' TO WS-MJAI-OPEN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MJIRPT01 - ERROR OPENING RPTOUT, STATUS='
       500-EXIT.
           EXIT.

       600-PRINT-ACTIONS.
           WRITE REPORT-LINE FROM WS-ACT-HEAD
           MOVE 'N' TO WS-EOF
           MOVE WS-INCIDENT-ID TO MJAI-INCIDENT-ID
           MOVE LOW-VALUES TO MJAI-SEQ-NUM-X
           START MJAI-FILE KEY NOT LESS THAN MJAI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MJAI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   IF MJAI-INCIDENT-ID NOT = WS-INCIDENT-ID
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       PERFORM 610-PRINT-ACTION
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ACT-COUNT TO AT-TOTAL
           MOVE WS-ACT-OPEN TO AT-OPEN
           MOVE WS-ACT-OVERDUE TO AT-OVERDUE
           MOVE WS-ACT-DONE TO AT-DONE
           MOVE WS-ACT-WAIVED TO AT-WAIVED
           WRITE REPORT-LINE FROM WS-ACT-TOTAL.
       600-EXIT.
           EXIT.

      *    An overdue action is still an open one - it counts under
      *    both, as the weekly MJAOVD01 chase list would show it.
       610-PRINT-ACTION.
           ADD 1 TO WS-ACT-COUNT
           MOVE MJAI-SEQ-NUM-X TO AL-SEQ
           MOVE MJAI-OWNER TO AL-OWNER
           MOVE MJAI-DUE-DATE TO AL-DUE
           MOVE MJAI-DESC TO AL-DESC
           EVALUATE TRUE
           WHEN MJAI-DONE
               ADD 1 TO WS-ACT-DONE
               MOVE 'DONE' TO AL-STATUS
               MOVE 'DONE' TO AN-LABEL
           WHEN MJAI-WAIVED
               ADD 1 TO WS-ACT-WAIVED
               MOVE 'WAIVED' TO AL-STATUS
               MOVE 'WAIVED' TO AN-LABEL
           WHEN OTHER
               ADD 1 TO WS-ACT-OPEN
               MOVE 'OPEN' TO AL-STATUS
               IF MJAI-DUE-DATE < WS-TODAY
                   ADD 1 TO WS-ACT-OVERDUE
                   MOVE 'OVERDUE' TO AL-STATUS
               END-IF
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-ACT-LINE
           IF MJAI-DONE OR MJAI-WAIVED
               MOVE MJAI-CLOSED-DATE TO AN-DATE
               MOVE MJAI-CLOSED-BY TO AN-BY
               MOVE MJAI-NOTE TO AN-NOTE
               WRITE REPORT-LINE FROM WS-ACT-NOTE-LINE
           END-IF.
       610-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'MJIRPT01 - INCIDENT ' WS-INCIDENT-ID
               ' LOG LINES: ' WS-LINE-COUNT
               ' TICKETS: ' WS-TKT-COUNT
               ' ACTIONS: ' WS-ACT-COUNT
           CLOSE MJIN-FILE
           CLOSE MJCL-FILE
           CLOSE TKT-FILE
           IF WS-MJAI-OPEN = 'Y'
               CLOSE MJAI-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
