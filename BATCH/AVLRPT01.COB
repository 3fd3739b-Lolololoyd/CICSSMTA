       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVLRPT01.
      ******************************************************************
      *DESCRIPTION: Monthly service availability report - turns the    *
      *             mjin0001 major incidents into the uptime figure     *
      *             management quotes to the business. Each incident is *
      *             outage from its declared date/time to its closed    *
      *             date/time (still open: to now), clipped to the      *
      *             report period, against its service code - a blank   *
      *             code took every service down. Overlapping incidents *
      *             on one service count the overlap once. Any part of  *
      *             an outage inside a planned frzw0001 maintenance     *
      *             window for the service (or a blank-code, site-wide  *
      *             window) is deducted as planned time. Per service:   *
      *             incidents, outage, planned time deducted, net       *
      *             outage, the longest single outage and mean time to  *
      *             restore (both net of planned time), uptime % over   *
      *             the period and the SVC-AVAIL-TARGET it is measured  *
      *             against - a service under its target is flagged.    *
      *             Every active catalog service prints, so a clean     *
      *             month shows 100%; an inactive one only when it had  *
      *             an incident.                                        *
      *    Report period: command-line parameter, defaulting to the     *
      *    current month - YYYYMM for a calendar month, or YYYY-PP,     *
      *    YYYY-QN, YYYY-PP-QTD or YYYY-PP-YTD for a fiscal period,     *
      *    quarter or to-date rollup on finance's fper0001 calendar     *
      *    (the FPERRNG1 resolver). A period still running is measured  *
      *    up to now. Times are in minutes.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MJIN-FILE ASSIGN TO MJIN0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MJIN-ID
               FILE STATUS IS WS-MJIN-STATUS.
           SELECT FRZW-FILE ASSIGN TO FRZW0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRZW-ID
               FILE STATUS IS WS-FRZW-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT FPER-FILE ASSIGN TO FPER0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FPER-KEY
               FILE STATUS IS WS-FPER-STATUS.
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

       FD  FRZW-FILE
           RECORD CONTAINS 74 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FRZW-REC.
           COPY FRZW0001.

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.

       FD  FPER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FPER-REC.
           COPY FPER0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MJIN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FRZW-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(12) VALUE SPACES.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  WS-TODAY-YYYYMM           PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-NOW-TIME                   PIC 9(08) VALUE ZERO.
       01  WS-FPER-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FPER-OPEN                  PIC X(01) VALUE SPACE.
       01  WS-FPRX-WORK.
           COPY FPERWRK1.

      *    Every time is carried as minutes from the calendar's day 1
      *    (INTEGER-OF-DATE * 1440 + hh * 60 + mm), so a span is a
      *    subtraction. The period runs from the first minute of its
      *    first day to the last minute of its last - or to now.
       01  WS-END-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-CVT-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-CVT-TIME                   PIC 9(06) VALUE ZERO.
       01  WS-CVT-TIME-X REDEFINES WS-CVT-TIME.
           05  WS-CVT-HH                 PIC 9(02).
           05  WS-CVT-MM                 PIC 9(02).
           05  WS-CVT-SS                 PIC 9(02).
       01  WS-CVT-MIN                    PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-PER-START                  PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-PER-END                    PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-NOW-MIN                    PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-PER-MINUTES                PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-NEW-START                  PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-NEW-END                    PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-OVL-START                  PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-OVL-END                    PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-OVL-MINUTES                PIC S9(09) COMP-3 VALUE ZERO.

      *    The period's incidents and maintenance windows, read once.
       01  WS-INC-MAX                    PIC 9(04) VALUE 500.
       01  WS-INC-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-INC-TABLE.
           05  WS-INC OCCURS 500 TIMES.
               10  WS-INC-SVC            PIC X(08).
               10  WS-INC-START          PIC S9(11) COMP-3.
               10  WS-INC-END            PIC S9(11) COMP-3.
       01  WS-FRZ-MAX                    PIC 9(04) VALUE 500.
       01  WS-FRZ-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-FRZ-TABLE.
           05  WS-FRZ OCCURS 500 TIMES.
               10  WS-FRZ-SVC            PIC X(08).
               10  WS-FRZ-START          PIC S9(11) COMP-3.
               10  WS-FRZ-END            PIC S9(11) COMP-3.

      *    Interval work list - built in start order and then merged
      *    so no two entries overlap. The service's planned windows
      *    are merged here first and kept in WS-PLN; its incidents
      *    are then merged here for the outage total.
       01  WS-IV-COUNT                   PIC 9(04) VALUE ZERO.
       01  WS-IV-TABLE.
           05  WS-IV OCCURS 500 TIMES.
               10  WS-IV-START           PIC S9(11) COMP-3.
               10  WS-IV-END             PIC S9(11) COMP-3.
       01  WS-PLN-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-PLN-TABLE.
           05  WS-PLN OCCURS 500 TIMES.
               10  WS-PLN-START          PIC S9(11) COMP-3.
               10  WS-PLN-END            PIC S9(11) COMP-3.
       01  WS-IX                         PIC 9(04) VALUE ZERO.
       01  WS-JX                         PIC 9(04) VALUE ZERO.
       01  WS-KX                         PIC 9(04) VALUE ZERO.

      *    One service's figures.
       01  WS-SVC-INCIDENTS              PIC 9(04) VALUE ZERO.
       01  WS-SVC-GROSS                  PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-SVC-PLANNED                PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-SVC-NET                    PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-SVC-LONGEST                PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-SVC-RESTORE                PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-INC-NET                    PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-MTTR                       PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-UPTIME                     PIC 9(03)V999 VALUE ZERO.
       01  WS-TARGET                     PIC 9(03)V99 VALUE ZERO.
       01  WS-SVC-LISTED                 PIC 9(04) VALUE ZERO.
       01  WS-BELOW-COUNT                PIC 9(04) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(31) VALUE
               'SERVICE AVAILABILITY REPORT -'.
           05  H1-PERIOD                 PIC X(40).
           05  FILLER                    PIC X(61) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(36) VALUE 'SERVICE'.
           05  FILLER                    PIC X(05) VALUE 'INCS'.
           05  FILLER                    PIC X(09) VALUE ' OUTAGE'.
           05  FILLER                    PIC X(09) VALUE 'PLANNED'.
           05  FILLER                    PIC X(09) VALUE '    NET'.
           05  FILLER                    PIC X(09) VALUE 'LONGEST'.
           05  FILLER                    PIC X(09) VALUE '   MTTR'.
           05  FILLER                    PIC X(09) VALUE ' UPTIME'.
           05  FILLER                    PIC X(08) VALUE 'TARGET'.
           05  FILLER                    PIC X(29) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-SVC                    PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-DESC                   PIC X(24).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-INCIDENTS              PIC ZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-GROSS                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-PLANNED                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NET                    PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-LONGEST                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-MTTR                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-UPTIME                 PIC ZZ9.999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TARGET                 PIC ZZ9.99.
           05  DL-TARGET-X REDEFINES DL-TARGET
                                         PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-FLAG                   PIC X(16).
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                    PIC X(132) VALUE
               'NO ACTIVE SERVICES ON SVCC0001'.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(20) VALUE
               'SERVICES LISTED:'.
           05  TL-LISTED                 PIC ZZZ9.
           05  FILLER                    PIC X(20) VALUE
               '  BELOW TARGET:'.
           05  TL-BELOW                  PIC ZZZ9.
           05  FILLER                    PIC X(24) VALUE
               '  INCIDENTS IN PERIOD:'.
           05  TL-INCIDENTS              PIC ZZZ9.
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                    PIC X(132) VALUE
               'MINUTES. PLANNED = OUTAGE INSIDE A FRZW0001 MAINTENANCE 
      -          'WINDOW, NOT COUNTED AGAINST UPTIME. MTTR = NET OUTAGE 
      -        'PER INCIDENT.'.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-INCIDENTS
           PERFORM 250-LOAD-WINDOWS THRU 250-EXIT
           PERFORM 300-REPORT-SERVICES
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM TO FPRX-PARM
           MOVE WS-TODAY-YYYYMM TO FPRX-DEFAULT-MONTH
           PERFORM 120-RESOLVE-PERIOD THRU 120-EXIT
           OPEN INPUT MJIN-FILE
           IF WS-MJIN-STATUS NOT = '00'
               DISPLAY 'AVLRPT01 - ERROR OPENING MJIN0001, STATUS='
                   WS-MJIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SVC-FILE
           IF WS-SVC-STATUS NOT = '00'
               DISPLAY 'AVLRPT01 - ERROR OPENING SVCC0001, STATUS='
                   WS-SVC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'AVLRPT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FPRX-LABEL TO H1-PERIOD
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2.
       100-EXIT.
           EXIT.

      *    The report period - a calendar month or a fiscal period,
      *    quarter or to-date rollup off fper0001 - as a date range,
      *    then as minutes. A calendar month's range runs to day 31,
      *    so the last day is walked back to a real date first.
       120-RESOLVE-PERIOD.
           COPY FPERRNG1.
           IF FPRX-VALID NOT = 'Y'
               DISPLAY 'AVLRPT01 - ' FPRX-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FPRX-TO-DATE TO WS-END-DATE
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE) = 0
               SUBTRACT 1 FROM WS-END-DATE
           END-PERFORM
           MOVE FPRX-FROM-DATE TO WS-CVT-DATE
           MOVE ZERO TO WS-CVT-TIME
           PERFORM 800-TO-MINUTES
           MOVE WS-CVT-MIN TO WS-PER-START
           COMPUTE WS-PER-END =
               (FUNCTION INTEGER-OF-DATE(WS-END-DATE) + 1) * 1440
           MOVE WS-TODAY TO WS-CVT-DATE
           MOVE WS-NOW-TIME(1:6) TO WS-CVT-TIME
           PERFORM 800-TO-MINUTES
           MOVE WS-CVT-MIN TO WS-NOW-MIN
           IF WS-NOW-MIN < WS-PER-END
               MOVE WS-NOW-MIN TO WS-PER-END
           END-IF
           IF WS-PER-END NOT > WS-PER-START
               DISPLAY 'AVLRPT01 - PERIOD ' FPRX-PARM
                   ' HAS NOT STARTED YET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PER-MINUTES = WS-PER-END - WS-PER-START.
       120-EXIT.
           EXIT.

      *    Every incident whose outage touches the period, clipped to
      *    it. One never properly declared is skipped.
       200-LOAD-INCIDENTS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MJIN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   AND MJIN-DECLARED-DATE IS NUMERIC
                   AND MJIN-DECLARED-DATE NOT = ZERO
                   PERFORM 210-CLIP-INCIDENT THRU 210-EXIT
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.

       210-CLIP-INCIDENT.
           MOVE MJIN-DECLARED-DATE TO WS-CVT-DATE
           MOVE MJIN-DECLARED-TIME TO WS-CVT-TIME
           PERFORM 800-TO-MINUTES
           MOVE WS-CVT-MIN TO WS-NEW-START
           IF MJIN-CLOSED AND MJIN-CLOSED-DATE IS NUMERIC
               AND MJIN-CLOSED-DATE NOT = ZERO
               MOVE MJIN-CLOSED-DATE TO WS-CVT-DATE
               MOVE MJIN-CLOSED-TIME TO WS-CVT-TIME
               PERFORM 800-TO-MINUTES
               MOVE WS-CVT-MIN TO WS-NEW-END
           ELSE
               MOVE WS-NOW-MIN TO WS-NEW-END
           END-IF
           IF WS-NEW-START < WS-PER-START
               MOVE WS-PER-START TO WS-NEW-START
           END-IF
           IF WS-NEW-END > WS-PER-END
               MOVE WS-PER-END TO WS-NEW-END
           END-IF
           IF WS-NEW-END NOT > WS-NEW-START
               GO TO 210-EXIT
           END-IF
           IF WS-INC-COUNT NOT < WS-INC-MAX
               DISPLAY 'AVLRPT01 - INCIDENT TABLE FULL, ' MJIN-ID
                   ' NOT COUNTED'
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-INC-COUNT
           MOVE MJIN-SVC-CODE TO WS-INC-SVC(WS-INC-COUNT)
           MOVE WS-NEW-START TO WS-INC-START(WS-INC-COUNT)
           MOVE WS-NEW-END TO WS-INC-END(WS-INC-COUNT).
       210-EXIT.
           EXIT.

      *    Maintenance windows touching the period, clipped the same
      *    way. No frzw0001 means nothing was planned.
       250-LOAD-WINDOWS.
           OPEN INPUT FRZW-FILE
           IF WS-FRZW-STATUS NOT = '00'
               DISPLAY 'AVLRPT01 - FRZW0001 NOT AVAILABLE, STATUS='
                   WS-FRZW-STATUS ' - NO PLANNED TIME DEDUCTED'
               GO TO 250-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FRZW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   AND FRZW-FROM-DATE IS NUMERIC
                   AND FRZW-TO-DATE IS NUMERIC
                   AND FRZW-FROM-DATE NOT = ZERO
                   AND FRZW-TO-DATE NOT = ZERO
                   PERFORM 260-CLIP-WINDOW THRU 260-EXIT
               END-IF
           END-PERFORM
           CLOSE FRZW-FILE.
       250-EXIT.
           EXIT.

       260-CLIP-WINDOW.
           MOVE FRZW-FROM-DATE TO WS-CVT-DATE
           MOVE FRZW-FROM-TIME TO WS-CVT-TIME
           PERFORM 800-TO-MINUTES
           MOVE WS-CVT-MIN TO WS-NEW-START
           MOVE FRZW-TO-DATE TO WS-CVT-DATE
           MOVE FRZW-TO-TIME TO WS-CVT-TIME
           PERFORM 800-TO-MINUTES
           MOVE WS-CVT-MIN TO WS-NEW-END
           IF WS-NEW-START < WS-PER-START
               MOVE WS-PER-START TO WS-NEW-START
           END-IF
           IF WS-NEW-END > WS-PER-END
               MOVE WS-PER-END TO WS-NEW-END
           END-IF
           IF WS-NEW-END NOT > WS-NEW-START
               GO TO 260-EXIT
           END-IF
           IF WS-FRZ-COUNT NOT < WS-FRZ-MAX
               DISPLAY 'AVLRPT01 - WINDOW TABLE FULL, ' FRZW-ID
                   ' NOT DEDUCTED'
               GO TO 260-EXIT
           END-IF
           ADD 1 TO WS-FRZ-COUNT
           MOVE FRZW-SVC-CODE TO WS-FRZ-SVC(WS-FRZ-COUNT)
           MOVE WS-NEW-START TO WS-FRZ-START(WS-FRZ-COUNT)
           MOVE WS-NEW-END TO WS-FRZ-END(WS-FRZ-COUNT).
       260-EXIT.
           EXIT.

       300-REPORT-SERVICES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SVC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   PERFORM 310-MEASURE-SERVICE THRU 310-EXIT
               END-IF
           END-PERFORM
           IF WS-SVC-LISTED = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.
       300-EXIT.
           EXIT.

      *    The service's planned windows merged into WS-PLN; each of
      *    its incidents then netted of them for the longest and the
      *    restore total; the incidents merged for the outage, and the
      *    overlap of the two merged lists is the planned deduction.
       310-MEASURE-SERVICE.
           MOVE ZERO TO WS-IV-COUNT
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-FRZ-COUNT
               IF WS-FRZ-SVC(WS-KX) = SPACES
                   OR WS-FRZ-SVC(WS-KX) = SVC-CODE
                   MOVE WS-FRZ-START(WS-KX) TO WS-NEW-START
                   MOVE WS-FRZ-END(WS-KX) TO WS-NEW-END
                   PERFORM 400-ADD-INTERVAL THRU 400-EXIT
               END-IF
           END-PERFORM
           PERFORM 410-MERGE-INTERVALS THRU 410-EXIT
           MOVE WS-IV-COUNT TO WS-PLN-COUNT
           MOVE WS-IV-TABLE TO WS-PLN-TABLE
           MOVE ZERO TO WS-IV-COUNT
           MOVE ZERO TO WS-SVC-INCIDENTS WS-SVC-LONGEST WS-SVC-RESTORE
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-INC-COUNT
               IF WS-INC-SVC(WS-KX) = SPACES
                   OR WS-INC-SVC(WS-KX) = SVC-CODE
                   ADD 1 TO WS-SVC-INCIDENTS
                   MOVE WS-INC-START(WS-KX) TO WS-NEW-START
                   MOVE WS-INC-END(WS-KX) TO WS-NEW-END
                   PERFORM 420-PLANNED-OVERLAP
                   COMPUTE WS-INC-NET =
                       WS-NEW-END - WS-NEW-START - WS-OVL-MINUTES
                   ADD WS-INC-NET TO WS-SVC-RESTORE
                   IF WS-INC-NET > WS-SVC-LONGEST
                       MOVE WS-INC-NET TO WS-SVC-LONGEST
                   END-IF
                   PERFORM 400-ADD-INTERVAL THRU 400-EXIT
               END-IF
           END-PERFORM
           IF NOT SVC-IS-ACTIVE AND WS-SVC-INCIDENTS = ZERO
               GO TO 310-EXIT
           END-IF
           PERFORM 410-MERGE-INTERVALS THRU 410-EXIT
           MOVE ZERO TO WS-SVC-GROSS WS-SVC-PLANNED
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-IV-COUNT
               COMPUTE WS-SVC-GROSS = WS-SVC-GROSS
                   + WS-IV-END(WS-IX) - WS-IV-START(WS-IX)
               MOVE WS-IV-START(WS-IX) TO WS-NEW-START
               MOVE WS-IV-END(WS-IX) TO WS-NEW-END
               PERFORM 420-PLANNED-OVERLAP
               ADD WS-OVL-MINUTES TO WS-SVC-PLANNED
           END-PERFORM
           COMPUTE WS-SVC-NET = WS-SVC-GROSS - WS-SVC-PLANNED
           PERFORM 500-PRINT-SERVICE.
       310-EXIT.
           EXIT.

      *    Slot WS-NEW-START/END into the work list in start order.
       400-ADD-INTERVAL.
           IF WS-IV-COUNT NOT < 500
               GO TO 400-EXIT
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-IV-COUNT
                      OR WS-IV-START(WS-IX) > WS-NEW-START
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-JX FROM WS-IV-COUNT BY -1
                   UNTIL WS-JX < WS-IX
               MOVE WS-IV(WS-JX) TO WS-IV(WS-JX + 1)
           END-PERFORM
           ADD 1 TO WS-IV-COUNT
           MOVE WS-NEW-START TO WS-IV-START(WS-IX)
           MOVE WS-NEW-END TO WS-IV-END(WS-IX).
       400-EXIT.
           EXIT.

      *    Fold each interval into the one before it when they touch.
       410-MERGE-INTERVALS.
           IF WS-IV-COUNT < 2
               GO TO 410-EXIT
           END-IF
           MOVE 1 TO WS-JX
           PERFORM VARYING WS-IX FROM 2 BY 1
                   UNTIL WS-IX > WS-IV-COUNT
               IF WS-IV-START(WS-IX) NOT > WS-IV-END(WS-JX)
                   IF WS-IV-END(WS-IX) > WS-IV-END(WS-JX)
                       MOVE WS-IV-END(WS-IX) TO WS-IV-END(WS-JX)
                   END-IF
               ELSE
                   ADD 1 TO WS-JX
                   MOVE WS-IV(WS-IX) TO WS-IV(WS-JX)
               END-IF
           END-PERFORM
           MOVE WS-JX TO WS-IV-COUNT.
       410-EXIT.
           EXIT.

      *    Minutes of WS-NEW-START/END inside the merged planned
      *    windows - they do not overlap each other, so the overlaps
      *    simply add up.
       420-PLANNED-OVERLAP.
           MOVE ZERO TO WS-OVL-MINUTES
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-PLN-COUNT
               MOVE WS-NEW-START TO WS-OVL-START
               IF WS-PLN-START(WS-JX) > WS-OVL-START
                   MOVE WS-PLN-START(WS-JX) TO WS-OVL-START
               END-IF
               MOVE WS-NEW-END TO WS-OVL-END
               IF WS-PLN-END(WS-JX) < WS-OVL-END
                   MOVE WS-PLN-END(WS-JX) TO WS-OVL-END
               END-IF
               IF WS-OVL-END > WS-OVL-START
                   COMPUTE WS-OVL-MINUTES = WS-OVL-MINUTES
                       + WS-OVL-END - WS-OVL-START
               END-IF
           END-PERFORM.
       420-EXIT.
           EXIT.

       500-PRINT-SERVICE.
           ADD 1 TO WS-SVC-LISTED
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SVC-CODE TO DL-SVC
           MOVE SVC-DESC TO DL-DESC
           MOVE WS-SVC-INCIDENTS TO DL-INCIDENTS
           MOVE WS-SVC-GROSS TO DL-GROSS
           MOVE WS-SVC-PLANNED TO DL-PLANNED
           MOVE WS-SVC-NET TO DL-NET
           MOVE WS-SVC-LONGEST TO DL-LONGEST
           MOVE ZERO TO WS-MTTR
           IF WS-SVC-INCIDENTS > ZERO
               COMPUTE WS-MTTR ROUNDED =
                   WS-SVC-RESTORE / WS-SVC-INCIDENTS
           END-IF
           MOVE WS-MTTR TO DL-MTTR
           COMPUTE WS-UPTIME ROUNDED =
               (WS-PER-MINUTES - WS-SVC-NET) * 100 / WS-PER-MINUTES
           MOVE WS-UPTIME TO DL-UPTIME
           MOVE ZERO TO WS-TARGET
           IF SVC-AVAIL-TARGET IS NUMERIC
               MOVE SVC-AVAIL-TARGET TO WS-TARGET
           END-IF
           IF WS-TARGET = ZERO
               MOVE '  NONE' TO DL-TARGET-X
           ELSE
               MOVE WS-TARGET TO DL-TARGET
               IF WS-UPTIME < WS-TARGET
                   MOVE '** BELOW TARGET' TO DL-FLAG
                   ADD 1 TO WS-BELOW-COUNT
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       500-EXIT.
           EXIT.

       800-TO-MINUTES.
           IF WS-CVT-TIME NOT NUMERIC
               MOVE ZERO TO WS-CVT-TIME
           END-IF
           COMPUTE WS-CVT-MIN =
               FUNCTION INTEGER-OF-DATE(WS-CVT-DATE) * 1440
               + WS-CVT-HH * 60 + WS-CVT-MM.
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
           MOVE WS-SVC-LISTED TO TL-LISTED
           MOVE WS-BELOW-COUNT TO TL-BELOW
           MOVE WS-INC-COUNT TO TL-INCIDENTS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           WRITE REPORT-LINE FROM WS-NOTE-LINE
           DISPLAY 'AVLRPT01 - SERVICES: ' WS-SVC-LISTED
               ' BELOW TARGET: ' WS-BELOW-COUNT
               ' INCIDENTS: ' WS-INC-COUNT
           CLOSE MJIN-FILE
           CLOSE SVC-FILE
           IF WS-FPER-OPEN = 'Y'
               CLOSE FPER-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
