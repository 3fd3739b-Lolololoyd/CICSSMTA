       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCRRPT01.
      ******************************************************************
      *DESCRIPTION: First-contact-resolution report from the desk call  *
      *             log clog0001 keyed on SM0053 - the calls answered   *
      *             on the phone that never show up in TKTTHR01's       *
      *             ticket throughput. For the report date and for the  *
      *             month to that date it prints, by service code and   *
      *             by agent, the calls taken, the calls resolved on    *
      *             first contact, the calls converted to a ticket and  *
      *             the first-contact-resolution percentage.            *
      *    Report date: command-line parameter YYYYMMDD, defaulting to  *
      *    today. The call log is read from the first of that month up  *
      *    to the report date only - clog0001 is keyed on the call      *
      *    date first, so the month is one contiguous key range.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOG-FILE ASSIGN TO CLOG0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOG-KEY
               FILE STATUS IS WS-CLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLOG-REC.
           COPY CLOG0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLOG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RPT-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RPT-DATE-X REDEFINES WS-RPT-DATE.
           05  WS-RPT-YYYYMM             PIC 9(06).
           05  WS-RPT-DD                 PIC 9(02).
       01  WS-MONTH-START                PIC 9(08) VALUE ZERO.
       01  WS-MONTH-START-X REDEFINES WS-MONTH-START.
           05  WS-MS-YYYYMM              PIC 9(06).
           05  WS-MS-DD                  PIC 9(02).
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-DAY-CALLS                  PIC 9(06) VALUE ZERO.
       01  WS-MTD-CALLS                  PIC 9(06) VALUE ZERO.

      *    Call totals by service code (type S) and by agent (type A)
      *    - one entry per key, the day's and the month's counts side
      *    by side, printed lowest key first the way TKTSLA01 groups
      *    its escalations. An overflow is logged and the overflowed
      *    keys miss the printed report.
       01  WS-GRP-MAX                    PIC 9(04) VALUE 2000.
       01  WS-GRP-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-GRP-IDX                    PIC 9(04) VALUE ZERO.
       01  WS-GRP-FOUND                  PIC 9(04) VALUE ZERO.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 2000 TIMES.
               10  WS-GRP-TYPE           PIC X(01).
               10  WS-GRP-KEY            PIC X(08).
               10  WS-GRP-DAY-CALLS      PIC 9(06).
               10  WS-GRP-DAY-RESOLVED   PIC 9(06).
               10  WS-GRP-DAY-TICKETS    PIC 9(06).
               10  WS-GRP-MTD-CALLS      PIC 9(06).
               10  WS-GRP-MTD-RESOLVED   PIC 9(06).
               10  WS-GRP-MTD-TICKETS    PIC 9(06).
               10  WS-GRP-PRINTED        PIC X(01).
       01  WS-FIND-TYPE                  PIC X(01) VALUE SPACE.
       01  WS-FIND-KEY                   PIC X(08) VALUE SPACES.
       01  WS-LOW-KEY                    PIC X(08) VALUE SPACES.

      *    What 810-PRINT-SECTION is printing - D for the report date,
      *    M for the month to date - and the section totals.
       01  WS-SCOPE                      PIC X(01) VALUE 'D'.
       01  WS-LINE-CALLS                 PIC 9(06) VALUE ZERO.
       01  WS-LINE-RESOLVED              PIC 9(06) VALUE ZERO.
       01  WS-LINE-TICKETS               PIC 9(06) VALUE ZERO.
       01  WS-SECT-CALLS                 PIC 9(06) VALUE ZERO.
       01  WS-SECT-RESOLVED              PIC 9(06) VALUE ZERO.
       01  WS-SECT-TICKETS               PIC 9(06) VALUE ZERO.
       01  WS-PCT                        PIC 9(03)V9 VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(44) VALUE
               'FIRST-CONTACT-RESOLUTION REPORT - DATE'.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(80) VALUE SPACES.

       01  WS-SECT-LINE.
           05  SC-SCOPE                  PIC X(20).
           05  FILLER                    PIC X(04) VALUE ' BY '.
           05  SC-GROUP                  PIC X(12).
           05  FILLER                    PIC X(96) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'KEY'.
           05  FILLER                    PIC X(10) VALUE 'CALLS'.
           05  FILLER                    PIC X(10) VALUE 'RESOLVED'.
           05  FILLER                    PIC X(10) VALUE 'TICKETED'.
           05  FILLER                    PIC X(08) VALUE 'FCR %'.
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-KEY                    PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-CALLS                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-RESOLVED               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-TICKETS                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-PCT                    PIC ZZ9.9.
           05  FILLER                    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-TALLY-CALL UNTIL WS-EOF = 'Y'
           PERFORM 800-PRINT-REPORT
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RPT-DATE
           END-IF
           MOVE WS-RPT-YYYYMM TO WS-MS-YYYYMM
           MOVE 1 TO WS-MS-DD
           OPEN INPUT CLOG-FILE
           IF WS-CLOG-STATUS NOT = '00'
               DISPLAY 'FCRRPT01 - ERROR OPENING CLOG0001, STATUS='
                   WS-CLOG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FCRRPT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO CLOG-KEY
           MOVE WS-MONTH-START TO CLOG-DATE
           START CLOG-FILE KEY IS NOT LESS THAN CLOG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM 210-READ-CLOG
           END-IF.
       100-EXIT.
           EXIT.

      *    One call - counted against its service code and its agent,
      *    in the month-to-date figures always and in the day's when
      *    it was taken on the report date.
       200-TALLY-CALL.
           ADD 1 TO WS-REC-COUNT
           MOVE 'S' TO WS-FIND-TYPE
           MOVE CLOG-SVC-CODE TO WS-FIND-KEY
           PERFORM 300-FIND-GROUP THRU 300-EXIT
           PERFORM 220-ADD-CALL THRU 220-EXIT
           MOVE 'A' TO WS-FIND-TYPE
           MOVE CLOG-AGENT TO WS-FIND-KEY
           PERFORM 300-FIND-GROUP THRU 300-EXIT
           PERFORM 220-ADD-CALL THRU 220-EXIT
           ADD 1 TO WS-MTD-CALLS
           IF CLOG-DATE = WS-RPT-DATE
               ADD 1 TO WS-DAY-CALLS
           END-IF
           PERFORM 210-READ-CLOG.
       200-EXIT.
           EXIT.

       210-READ-CLOG.
           READ CLOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y' AND CLOG-DATE > WS-RPT-DATE
               MOVE 'Y' TO WS-EOF
           END-IF.
       210-EXIT.
           EXIT.

       220-ADD-CALL.
           IF WS-GRP-FOUND = ZERO
               GO TO 220-EXIT
           END-IF
           ADD 1 TO WS-GRP-MTD-CALLS(WS-GRP-FOUND)
           IF CLOG-IS-RESOLVED
               ADD 1 TO WS-GRP-MTD-RESOLVED(WS-GRP-FOUND)
           END-IF
           IF CLOG-TICKET-NUM NOT = SPACES
               ADD 1 TO WS-GRP-MTD-TICKETS(WS-GRP-FOUND)
           END-IF
           IF CLOG-DATE = WS-RPT-DATE
               ADD 1 TO WS-GRP-DAY-CALLS(WS-GRP-FOUND)
               IF CLOG-IS-RESOLVED
                   ADD 1 TO WS-GRP-DAY-RESOLVED(WS-GRP-FOUND)
               END-IF
               IF CLOG-TICKET-NUM NOT = SPACES
                   ADD 1 TO WS-GRP-DAY-TICKETS(WS-GRP-FOUND)
               END-IF
           END-IF.
       220-EXIT.
           EXIT.

      *    Locates the WS-FIND-TYPE/WS-FIND-KEY entry, adding it when
      *    it is new; WS-GRP-FOUND is zero only on table overflow.
       300-FIND-GROUP.
           MOVE ZERO TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                      OR WS-GRP-FOUND NOT = ZERO
               IF WS-GRP-TYPE(WS-GRP-IDX) = WS-FIND-TYPE
                   AND WS-GRP-KEY(WS-GRP-IDX) = WS-FIND-KEY
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND NOT = ZERO
               GO TO 300-EXIT
           END-IF
           IF WS-GRP-COUNT NOT < WS-GRP-MAX
               DISPLAY 'FCRRPT01 - GROUP TABLE FULL, NOT REPORTED: '
                   WS-FIND-TYPE ' ' WS-FIND-KEY
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-GRP-COUNT TO WS-GRP-FOUND
           MOVE WS-FIND-TYPE TO WS-GRP-TYPE(WS-GRP-FOUND)
           MOVE WS-FIND-KEY TO WS-GRP-KEY(WS-GRP-FOUND)
           MOVE ZERO TO WS-GRP-DAY-CALLS(WS-GRP-FOUND)
                        WS-GRP-DAY-RESOLVED(WS-GRP-FOUND)
                        WS-GRP-DAY-TICKETS(WS-GRP-FOUND)
                        WS-GRP-MTD-CALLS(WS-GRP-FOUND)
                        WS-GRP-MTD-RESOLVED(WS-GRP-FOUND)
                        WS-GRP-MTD-TICKETS(WS-GRP-FOUND)
           MOVE 'N' TO WS-GRP-PRINTED(WS-GRP-FOUND).
       300-EXIT.
           EXIT.

      *    Four sections - the day by service and by agent, then the
      *    month to date by service and by agent.
       800-PRINT-REPORT.
           MOVE WS-RPT-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           MOVE 'D' TO WS-SCOPE
           MOVE 'S' TO WS-FIND-TYPE
           PERFORM 810-PRINT-SECTION
           MOVE 'A' TO WS-FIND-TYPE
           PERFORM 810-PRINT-SECTION
           MOVE 'M' TO WS-SCOPE
           MOVE 'S' TO WS-FIND-TYPE
           PERFORM 810-PRINT-SECTION
           MOVE 'A' TO WS-FIND-TYPE
           PERFORM 810-PRINT-SECTION.
       800-EXIT.
           EXIT.

       810-PRINT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SCOPE = 'D'
               MOVE 'REPORT DATE' TO SC-SCOPE
           ELSE
               MOVE 'MONTH TO DATE' TO SC-SCOPE
           END-IF
           IF WS-FIND-TYPE = 'S'
               MOVE 'SERVICE CODE' TO SC-GROUP
           ELSE
               MOVE 'AGENT' TO SC-GROUP
           END-IF
           WRITE REPORT-LINE FROM WS-SECT-LINE
           WRITE REPORT-LINE FROM WS-HEAD2
           MOVE ZERO TO WS-SECT-CALLS WS-SECT-RESOLVED WS-SECT-TICKETS
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               MOVE 'N' TO WS-GRP-PRINTED(WS-GRP-IDX)
           END-PERFORM
           MOVE SPACES TO WS-LOW-KEY
           PERFORM UNTIL WS-LOW-KEY = HIGH-VALUES
               MOVE HIGH-VALUES TO WS-LOW-KEY
               MOVE ZERO TO WS-GRP-FOUND
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   IF WS-GRP-PRINTED(WS-GRP-IDX) = 'N'
                       AND WS-GRP-TYPE(WS-GRP-IDX) = WS-FIND-TYPE
                       AND WS-GRP-KEY(WS-GRP-IDX) < WS-LOW-KEY
                       MOVE WS-GRP-KEY(WS-GRP-IDX) TO WS-LOW-KEY
                       MOVE WS-GRP-IDX TO WS-GRP-FOUND
                   END-IF
               END-PERFORM
               IF WS-GRP-FOUND NOT = ZERO
                   MOVE 'Y' TO WS-GRP-PRINTED(WS-GRP-FOUND)
                   PERFORM 820-PRINT-GROUP THRU 820-EXIT
               END-IF
           END-PERFORM
           MOVE 'TOTAL' TO WS-LOW-KEY
           MOVE WS-SECT-CALLS TO WS-LINE-CALLS
           MOVE WS-SECT-RESOLVED TO WS-LINE-RESOLVED
           MOVE WS-SECT-TICKETS TO WS-LINE-TICKETS
           PERFORM 830-WRITE-DETAIL.
       810-EXIT.
           EXIT.

      *    A key with no calls on the report date is left off the
      *    day's sections; it still has month-to-date calls.
       820-PRINT-GROUP.
           IF WS-SCOPE = 'D'
               MOVE WS-GRP-DAY-CALLS(WS-GRP-FOUND) TO WS-LINE-CALLS
               MOVE WS-GRP-DAY-RESOLVED(WS-GRP-FOUND)
                   TO WS-LINE-RESOLVED
               MOVE WS-GRP-DAY-TICKETS(WS-GRP-FOUND) TO WS-LINE-TICKETS
           ELSE
               MOVE WS-GRP-MTD-CALLS(WS-GRP-FOUND) TO WS-LINE-CALLS
               MOVE WS-GRP-MTD-RESOLVED(WS-GRP-FOUND)
                   TO WS-LINE-RESOLVED
               MOVE WS-GRP-MTD-TICKETS(WS-GRP-FOUND) TO WS-LINE-TICKETS
           END-IF
           IF WS-LINE-CALLS = ZERO
               GO TO 820-EXIT
           END-IF
           ADD WS-LINE-CALLS TO WS-SECT-CALLS
           ADD WS-LINE-RESOLVED TO WS-SECT-RESOLVED
           ADD WS-LINE-TICKETS TO WS-SECT-TICKETS
           PERFORM 830-WRITE-DETAIL.
       820-EXIT.
           EXIT.

       830-WRITE-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-LOW-KEY TO DL-KEY
           MOVE WS-LINE-CALLS TO DL-CALLS
           MOVE WS-LINE-RESOLVED TO DL-RESOLVED
           MOVE WS-LINE-TICKETS TO DL-TICKETS
           MOVE ZERO TO WS-PCT
           IF WS-LINE-CALLS > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-LINE-RESOLVED * 100 / WS-LINE-CALLS
           END-IF
           MOVE WS-PCT TO DL-PCT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       830-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'FCRRPT01 - REPORT DATE:        ' WS-RPT-DATE
           DISPLAY 'FCRRPT01 - CALL RECORDS READ:  ' WS-REC-COUNT
           DISPLAY 'FCRRPT01 - CALLS ON THE DATE:  ' WS-DAY-CALLS
           DISPLAY 'FCRRPT01 - CALLS MONTH TO DATE:' WS-MTD-CALLS
           CLOSE CLOG-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
