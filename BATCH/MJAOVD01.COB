       IDENTIFICATION DIVISION.
       PROGRAM-ID. MJAOVD01.
      ******************************************************************
      *DESCRIPTION: Weekly overdue post-incident action chase - reads   *
      *             the mjai0001 action items raised on SM0067 and      *
      *             lists every action still open past its due date,    *
      *             twice: by incident (with the incident's description *
      *             from mjin0001 and how many of its actions are still *
      *             open in all) and by owner (owners in userid order,  *
      *             with each one's overdue count), so the postmortem   *
      *             chair and each owner get the list they chase from.  *
      *             An action drops off once its owner marks it done or *
      *             an ADMIN waives it. Days overdue are calendar days  *
      *             past the due date.                                  *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today; an action due before it is overdue.                   *
      *    No restart/checkpoint handling - a read-only report.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MJAI-FILE ASSIGN TO MJAI0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MJAI-KEY
               FILE STATUS IS WS-MJAI-STATUS.
           SELECT MJIN-FILE ASSIGN TO MJIN0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJIN-ID
               FILE STATUS IS WS-MJIN-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MJAI-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MJAI-REC.
           COPY MJAI0001.

       FD  MJIN-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MJIN-REC.
           COPY MJIN0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MJAI-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MJIN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-MJAI-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RUN-INT                    PIC 9(07) VALUE ZERO.
       01  WS-OX                         PIC 9(04) VALUE ZERO.
       01  WS-IX                         PIC 9(04) VALUE ZERO.
       01  WS-WX                         PIC 9(04) VALUE ZERO.
       01  WS-MX                         PIC 9(04) VALUE ZERO.
       01  WS-ACT-READ                   PIC 9(06) VALUE ZERO.
       01  WS-ALL-OPEN                   PIC 9(06) VALUE ZERO.
       01  WS-OVD-DROPPED                PIC 9(06) VALUE ZERO.

      *    The incident being read - its actions arrive together in
      *    key order, so its counts are complete at the break.
       01  WS-CUR-INC.
           05  WS-CUR-ID                 PIC X(06) VALUE SPACES.
           05  WS-CUR-OPEN               PIC 9(04) VALUE ZERO.
           05  WS-CUR-OVD                PIC 9(04) VALUE ZERO.

      *    Every overdue action, in incident/sequence order as read.
       01  WS-OVD-MAX                    PIC 9(04) VALUE 999.
       01  WS-OVD-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-OVD-TABLE.
           05  WS-OVD OCCURS 999 TIMES.
               10  WS-OVD-INC            PIC X(06).
               10  WS-OVD-SEQ            PIC X(03).
               10  WS-OVD-OWNER          PIC X(08).
               10  WS-OVD-DUE            PIC 9(08).
               10  WS-OVD-DAYS           PIC 9(05).
               10  WS-OVD-DESC           PIC X(60).

      *    Incidents with at least one overdue action.
       01  WS-INC-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-INC-TABLE.
           05  WS-INC OCCURS 999 TIMES.
               10  WS-INC-ID             PIC X(06).
               10  WS-INC-OPEN           PIC 9(04).
               10  WS-INC-OVD            PIC 9(04).

      *    Owners in userid order - a new one is slotted in, not
      *    appended, the BKLTRD01 service-table device.
       01  WS-OWN-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-OWN-TABLE.
           05  WS-OWN OCCURS 999 TIMES.
               10  WS-OWN-ID             PIC X(08).
               10  WS-OWN-OVD            PIC 9(04).

       01  WS-HEAD1.
           05  FILLER                    PIC X(41) VALUE
               'OVERDUE POST-INCIDENT ACTION ITEMS AS OF'.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(83) VALUE SPACES.

       01  WS-HEAD2.
           05  H2-TITLE                  PIC X(132).

       01  WS-INC-LINE.
           05  FILLER                    PIC X(09) VALUE 'INCIDENT'.
           05  IL-ID                     PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IL-STATUS                 PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IL-DESC                   PIC X(40).
           05  FILLER                    PIC X(16) VALUE
               '  OPEN ACTIONS:'.
           05  IL-OPEN                   PIC ZZZ9.
           05  FILLER                    PIC X(11) VALUE '  OVERDUE:'.
           05  IL-OVD                    PIC ZZZ9.
           05  FILLER                    PIC X(32) VALUE SPACES.

       01  WS-INC-DETAIL.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  ID-SEQ                    PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ID-OWNER                  PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ID-DUE                    PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ID-DAYS                   PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ID-DESC                   PIC X(60).
           05  FILLER                    PIC X(35) VALUE SPACES.

       01  WS-OWN-LINE.
           05  FILLER                    PIC X(06) VALUE 'OWNER'.
           05  OL-ID                     PIC X(08).
           05  FILLER                    PIC X(19) VALUE
               '  OVERDUE ACTIONS:'.
           05  OL-OVD                    PIC ZZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       01  WS-OWN-DETAIL.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  OD-INC                    PIC X(06).
           05  FILLER                    PIC X(01) VALUE '-'.
           05  OD-SEQ                    PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OD-DUE                    PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OD-DAYS                   PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OD-DESC                   PIC X(60).
           05  FILLER                    PIC X(38) VALUE SPACES.

       01  WS-COL-LINE.
           05  CL-TEXT                   PIC X(132).

       01  WS-NONE-LINE.
           05  FILLER                    PIC X(132) VALUE
               'NO OPEN ACTION IS PAST ITS DUE DATE'.

       01  WS-DROP-LINE.
           05  FILLER                    PIC X(34) VALUE
               '*** TABLE FULL - OVERDUE ACTIONS'.
           05  DR-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(91) VALUE
               ' NOT LISTED'.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(17) VALUE
               'OVERDUE ACTIONS:'.
           05  TL-OVD                    PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE
               '  INCIDENTS:'.
           05  TL-INC                    PIC ZZZ9.
           05  FILLER                    PIC X(09) VALUE '  OWNERS:'.
           05  TL-OWN                    PIC ZZZ9.
           05  FILLER                    PIC X(24) VALUE
               '  ALL OPEN ACTIONS:'.
           05  TL-OPEN                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-ACTIONS
           PERFORM 300-PRINT-BY-INCIDENT
           PERFORM 400-PRINT-BY-OWNER
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-OVD-TABLE WS-INC-TABLE WS-OWN-TABLE
           OPEN INPUT MJIN-FILE
           IF WS-MJIN-STATUS NOT = '00'
               DISPLAY 'MJAOVD01 - ERROR OPENING MJIN0001, STATUS='
                   WS-MJIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MJAOVD01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
      *    No action-item file yet means nothing has been raised on
      *    SM0067 - the report still prints, with nothing overdue.
           OPEN INPUT MJAI-FILE
           IF WS-MJAI-STATUS = '00'
               MOVE 'Y' TO WS-MJAI-OPEN
           ELSE
               DISPLAY 'MJAOVD01 - MJAI0001 NOT AVAILABLE, STATUS='
                   WS-MJAI-STATUS ' - NO ACTIONS LISTED'
           END-IF.
       100-EXIT.
           EXIT.

      *    One pass in key order: done and waived actions are passed
      *    over, open ones counted against their incident, and the
      *    open ones past due kept for both sections.
       200-LOAD-ACTIONS.
           IF WS-MJAI-OPEN NOT = 'Y'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MJAI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   ADD 1 TO WS-ACT-READ
                   IF MJAI-OPEN
                       PERFORM 210-TAKE-ACTION THRU 210-EXIT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 220-INCIDENT-BREAK.
       200-EXIT.
           EXIT.

       210-TAKE-ACTION.
           IF MJAI-INCIDENT-ID NOT = WS-CUR-ID
               PERFORM 220-INCIDENT-BREAK
               MOVE MJAI-INCIDENT-ID TO WS-CUR-ID
           END-IF
           ADD 1 TO WS-CUR-OPEN
           ADD 1 TO WS-ALL-OPEN
           IF MJAI-DUE-DATE NOT < WS-RUN-DATE
               GO TO 210-EXIT
           END-IF
           IF WS-OVD-COUNT NOT < WS-OVD-MAX
               ADD 1 TO WS-OVD-DROPPED
               GO TO 210-EXIT
           END-IF
           ADD 1 TO WS-CUR-OVD
           ADD 1 TO WS-OVD-COUNT
           MOVE MJAI-INCIDENT-ID TO WS-OVD-INC(WS-OVD-COUNT)
           MOVE MJAI-SEQ-NUM-X TO WS-OVD-SEQ(WS-OVD-COUNT)
           MOVE MJAI-OWNER TO WS-OVD-OWNER(WS-OVD-COUNT)
           MOVE MJAI-DUE-DATE TO WS-OVD-DUE(WS-OVD-COUNT)
           MOVE MJAI-DESC TO WS-OVD-DESC(WS-OVD-COUNT)
           MOVE ZERO TO WS-OVD-DAYS(WS-OVD-COUNT)
           IF FUNCTION TEST-DATE-YYYYMMDD(MJAI-DUE-DATE) = ZERO
               COMPUTE WS-OVD-DAYS(WS-OVD-COUNT) = WS-RUN-INT
                   - FUNCTION INTEGER-OF-DATE(MJAI-DUE-DATE)
           END-IF
           PERFORM 230-ADD-OWNER.
       210-EXIT.
           EXIT.

      *    An incident goes on the list only when something under it
      *    is overdue; its open count covers the ones not yet due too.
       220-INCIDENT-BREAK.
           IF WS-CUR-OVD > ZERO
               ADD 1 TO WS-INC-COUNT
               MOVE WS-CUR-ID TO WS-INC-ID(WS-INC-COUNT)
               MOVE WS-CUR-OPEN TO WS-INC-OPEN(WS-INC-COUNT)
               MOVE WS-CUR-OVD TO WS-INC-OVD(WS-INC-COUNT)
           END-IF
           MOVE SPACES TO WS-CUR-ID
           MOVE ZERO TO WS-CUR-OPEN WS-CUR-OVD.
       220-EXIT.
           EXIT.

       230-ADD-OWNER.
           MOVE 1 TO WS-IX
           PERFORM UNTIL WS-IX > WS-OWN-COUNT
                   OR WS-OWN-ID(WS-IX) NOT < MJAI-OWNER
               ADD 1 TO WS-IX
           END-PERFORM
           IF WS-IX > WS-OWN-COUNT
               OR WS-OWN-ID(WS-IX) NOT = MJAI-OWNER
               PERFORM VARYING WS-MX FROM WS-OWN-COUNT BY -1
                       UNTIL WS-MX < WS-IX
                   MOVE WS-OWN(WS-MX) TO WS-OWN(WS-MX + 1)
               END-PERFORM
               ADD 1 TO WS-OWN-COUNT
               MOVE MJAI-OWNER TO WS-OWN-ID(WS-IX)
               MOVE ZERO TO WS-OWN-OVD(WS-IX)
           END-IF
           ADD 1 TO WS-OWN-OVD(WS-IX).
       230-EXIT.
           EXIT.

      *    The overdue table is already in incident order, so each
      *    incident's lines follow on from the last one's.
       300-PRINT-BY-INCIDENT.
           MOVE 'BY INCIDENT' TO H2-TITLE
           WRITE REPORT-LINE FROM WS-HEAD2
           IF WS-OVD-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE '    SEQ  OWNER     DUE         DAYS  DESCRIPTION'
               TO CL-TEXT
           MOVE 1 TO WS-OX
           PERFORM 310-PRINT-INCIDENT
               VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > WS-INC-COUNT.
       300-EXIT.
           EXIT.

       310-PRINT-INCIDENT.
           MOVE WS-INC-ID(WS-WX) TO IL-ID MJIN-ID
           MOVE SPACES TO IL-STATUS IL-DESC
           READ MJIN-FILE
               INVALID KEY
                   MOVE '(INCIDENT NOT ON MJIN0001)' TO IL-DESC
               NOT INVALID KEY
                   MOVE MJIN-DESC TO IL-DESC
                   IF MJIN-OPEN
                       MOVE 'OPEN' TO IL-STATUS
                   ELSE
                       MOVE 'CLOSED' TO IL-STATUS
                   END-IF
           END-READ
           MOVE WS-INC-OPEN(WS-WX) TO IL-OPEN
           MOVE WS-INC-OVD(WS-WX) TO IL-OVD
           WRITE REPORT-LINE FROM WS-INC-LINE
           WRITE REPORT-LINE FROM WS-COL-LINE
           PERFORM UNTIL WS-OX > WS-OVD-COUNT
                   OR WS-OVD-INC(WS-OX) NOT = WS-INC-ID(WS-WX)
               MOVE WS-OVD-SEQ(WS-OX) TO ID-SEQ
               MOVE WS-OVD-OWNER(WS-OX) TO ID-OWNER
               MOVE WS-OVD-DUE(WS-OX) TO ID-DUE
               MOVE WS-OVD-DAYS(WS-OX) TO ID-DAYS
               MOVE WS-OVD-DESC(WS-OX) TO ID-DESC
               WRITE REPORT-LINE FROM WS-INC-DETAIL
               ADD 1 TO WS-OX
           END-PERFORM.
       310-EXIT.
           EXIT.

       400-PRINT-BY-OWNER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BY OWNER' TO H2-TITLE
           WRITE REPORT-LINE FROM WS-HEAD2
           IF WS-OVD-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE '    ACTION      DUE         DAYS  DESCRIPTION'
               TO CL-TEXT
           PERFORM 410-PRINT-OWNER
               VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > WS-OWN-COUNT.
       400-EXIT.
           EXIT.

       410-PRINT-OWNER.
           MOVE WS-OWN-ID(WS-WX) TO OL-ID
           MOVE WS-OWN-OVD(WS-WX) TO OL-OVD
           WRITE REPORT-LINE FROM WS-OWN-LINE
           WRITE REPORT-LINE FROM WS-COL-LINE
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OVD-COUNT
               IF WS-OVD-OWNER(WS-OX) = WS-OWN-ID(WS-WX)
                   MOVE WS-OVD-INC(WS-OX) TO OD-INC
                   MOVE WS-OVD-SEQ(WS-OX) TO OD-SEQ
                   MOVE WS-OVD-DUE(WS-OX) TO OD-DUE
                   MOVE WS-OVD-DAYS(WS-OX) TO OD-DAYS
                   MOVE WS-OVD-DESC(WS-OX) TO OD-DESC
                   WRITE REPORT-LINE FROM WS-OWN-DETAIL
               END-IF
           END-PERFORM.
       410-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OVD-DROPPED > ZERO
               MOVE WS-OVD-DROPPED TO DR-COUNT
               WRITE REPORT-LINE FROM WS-DROP-LINE
           END-IF
           MOVE WS-OVD-COUNT TO TL-OVD
           MOVE WS-INC-COUNT TO TL-INC
           MOVE WS-OWN-COUNT TO TL-OWN
           MOVE WS-ALL-OPEN TO TL-OPEN
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'MJAOVD01 - ACTIONS READ: ' WS-ACT-READ
               ' OPEN: ' WS-ALL-OPEN
               ' OVERDUE: ' WS-OVD-COUNT
           IF WS-OVD-DROPPED > ZERO
               DISPLAY 'MJAOVD01 - OVERDUE TABLE FULL, '
                   WS-OVD-DROPPED ' NOT LISTED'
           END-IF
           IF WS-MJAI-OPEN = 'Y'
               CLOSE MJAI-FILE
           END-IF
           CLOSE MJIN-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
