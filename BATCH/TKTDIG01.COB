       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTDIG01.
      ******************************************************************
      *DESCRIPTION: Daily open-ticket digest - one DIGOUT mail-gateway *
      *             record per requestor with at least one live ticket *
      *             (anything not closed or rejected) on tktm0001,     *
      *             listing each of their tickets: number, summary,    *
      *             status, the desk member it is assigned to, due     *
      *             date and the latest public work-log line (internal *
      *             desk notes and typed plan/answer lines are never   *
      *             shown). TKTNTF01 sends the single events; this is  *
      *             the one view of everything still open.             *
      *             The requestor's usrp0001 preferences (set on       *
      *             SM0071) decide: D (or no record) daily, W weekly - *
      *             seven days after the last digest - and N never.    *
      *             A requestor who asked for changed tickets only is  *
      *             sent just the tickets whose status differs from    *
      *             the last digest that listed them (dgst0001, see    *
      *             DGST0001), and nothing at all when none has moved. *
      *             The digest goes to the requestor's NAMEFILE person *
      *             entry (the SHORT-NAME is the userid, the RPTDST01  *
      *             convention), its notify address decrypted with the *
      *             nkey0001 key version it carries; no address on     *
      *             file is counted and skipped. A digest sent stamps  *
      *             USRP-DIGEST-LAST-DATE - a requestor with no        *
      *             usrp0001 record gets one with the defaults.        *
      *             dgst0001 entries for tickets no longer live are    *
      *             dropped at the end of the run.                     *
      *    Run date: command-line parameter YYYYMMDD, defaulting to    *
      *    today, the TKTNTF01 convention. DIGOUT is added to (OPEN    *
      *    EXTEND, the SPLMAL01 convention) and a requestor already    *
      *    sent a digest on the run date is not sent another, so a     *
      *    rerun picks up only those the first run missed.             *
      *    Tickets beyond DG-MAX-TICKETS for one requestor are counted *
      *    on the record (DIG-NOT-LISTED) but not itemized.            *
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
               FILE STATUS IS WS-TKT-STATUS.
           SELECT TKTD-FILE ASSIGN TO TKTD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKD-KEY
               FILE STATUS IS WS-TKTD-STATUS.
           SELECT USRP-FILE ASSIGN TO USRP0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USRP-USERID
               FILE STATUS IS WS-USRP-STATUS.
           SELECT DGST-FILE ASSIGN TO DGST0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DGST-TICKET-NUM
               FILE STATUS IS WS-DGST-STATUS.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT NKEY-FILE ASSIGN TO NKEY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKEY-ID
               FILE STATUS IS WS-NKEY-STATUS.
           SELECT DIG-FILE ASSIGN TO DIGOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIG-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RESTART-FILE ASSIGN TO RUNCTL01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESTART-JOB-ID
               FILE STATUS IS WS-RESTART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  TKTD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKTD-REC.
           COPY TICKD0001.

       FD  USRP-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  USRP-REC.
           COPY USRP0001.

       FD  DGST-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DGST-REC.
           COPY DGST0001.

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

      *    One digest per record - the 80-byte heading and then as
      *    many 131-byte ticket entries as it lists, so the length
      *    varies with the ticket count (see WS-DIGEST).
       FD  DIG-FILE
           RECORD IS VARYING IN SIZE FROM 80 TO 2700 CHARACTERS
           DEPENDING ON WS-DIG-LEN
           LABEL RECORDS ARE OMITTED.
       01  DIG-REC                       PIC X(2700).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       FD  RESTART-FILE
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RESTART-REC.
           COPY RUNCTL01 REPLACING LEADING ==RUNCTL-== BY
               ==RESTART-==.

       WORKING-STORAGE SECTION.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TKTD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-USRP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-DGST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-DIG-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-USRP-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-JOB-ID                     PIC X(08) VALUE 'TKTDIG01'.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TKTD-EOF                   PIC X(01) VALUE 'N'.
       01  WS-DGST-EOF                   PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RPT-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RPT-INT                    PIC S9(09) COMP VALUE ZERO.
       01  WS-LAST-INT                   PIC S9(09) COMP VALUE ZERO.
       01  WS-WEEK-DAYS                  PIC 9(02) VALUE 7.
       01  WS-ADDRESS                    PIC X(50) VALUE SPACES.

      *    The requestor's digest choices - from usrp0001, or the
      *    defaults when they have no record.
       01  WS-PREF-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-PREF-FREQ                  PIC X(01) VALUE 'D'.
       01  WS-PREF-CHANGES               PIC X(01) VALUE 'N'.
       01  WS-PREF-LAST-DATE             PIC 9(08) VALUE ZERO.
      *    What became of the requestor - S sent, U nothing changed,
      *    O opted out, T not due, A no address.
       01  WS-RESULT                     PIC X(01) VALUE SPACE.
       01  WS-DGST-FOUND                 PIC X(01) VALUE 'N'.

       01  WS-REC-COUNT                  PIC 9(08) VALUE ZERO.
       01  WS-LIVE-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-REQ-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-SENT-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-LISTED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-UNCHANGED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-NOCHG-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-OPTOUT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NOTDUE-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NOADDR-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-DROPPED-COUNT              PIC 9(06) VALUE ZERO.

      *    Live tickets collected for grouping by requestor - the
      *    bounded in-memory table FUPRPT01 groups its misses with;
      *    an overflow is logged and the overflowed tickets miss
      *    this run's digests.
       01  WS-LIVE-MAX                   PIC 9(04) VALUE 9999.
       01  WS-LIVE-TBL-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-LIVE-IDX                   PIC 9(04) VALUE ZERO.
       01  WS-LIVE-IDX2                  PIC 9(04) VALUE ZERO.
       01  WS-LIVE-TABLE.
           05  WS-LIVE-ENTRY OCCURS 9999 TIMES.
               10  WS-LIVE-REQUESTOR     PIC X(08).
               10  WS-LIVE-TICKET        PIC X(06).
               10  WS-LIVE-STATUS        PIC X(01).
               10  WS-LIVE-SUMMARY       PIC X(40).
               10  WS-LIVE-ASSIGNED      PIC X(08).
               10  WS-LIVE-DUE-DATE      PIC 9(08).
               10  WS-LIVE-DONE          PIC X(01).
       01  WS-LOW-REQUESTOR              PIC X(08) VALUE SPACES.

      *    The digest being built - written from here at the length
      *    its ticket count gives.
       01  DG-MAX-TICKETS                PIC 9(02) VALUE 20.
       01  WS-DIG-LEN                    PIC 9(04) COMP VALUE ZERO.
       01  WS-DIGEST.
           05  DIG-ADDRESS               PIC X(50).
           05  FILLER                    PIC X(01).
           05  DIG-USERID                PIC X(08).
           05  FILLER                    PIC X(01).
           05  DIG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(01).
      *        D daily or W weekly; C when only changed tickets are
      *        listed.
           05  DIG-KIND                  PIC X(01).
           05  FILLER                    PIC X(01).
           05  DIG-TICKETS               PIC 9(03).
           05  FILLER                    PIC X(01).
           05  DIG-NOT-LISTED            PIC 9(03).
           05  FILLER                    PIC X(02).
           05  DIG-ENTRY OCCURS 20 TIMES.
               10  DIG-TICKET-NUM        PIC X(06).
               10  DIG-STATUS            PIC X(01).
               10  DIG-SUMMARY           PIC X(40).
               10  DIG-ASSIGNED-TO       PIC X(08).
               10  DIG-DUE-DATE          PIC 9(08).
      *            The latest public work-log line - its date and
      *            text; zero and spaces when the log has none.
               10  DIG-LOG-DATE          PIC 9(08).
               10  DIG-LOG-TEXT          PIC X(60).
       01  WS-DIG-IDX                    PIC 9(02) VALUE ZERO.
       01  WS-LOG-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-LOG-TEXT                   PIC X(60) VALUE SPACES.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       01  WS-HEAD1.
           05  FILLER                    PIC X(38) VALUE
               'OPEN-TICKET DIGEST - RUN DATE '.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(86) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'REQUESTOR'.
           05  FILLER                    PIC X(06) VALUE 'FREQ'.
           05  FILLER                    PIC X(06) VALUE 'CHG'.
           05  FILLER                    PIC X(10) VALUE 'LIVE'.
           05  FILLER                    PIC X(10) VALUE 'LISTED'.
           05  FILLER                    PIC X(90) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  DL-REQUESTOR              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-FREQ                   PIC X(01).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  DL-CHANGES                PIC X(01).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  DL-LIVE                   PIC ZZZ9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  DL-LISTED                 PIC ZZZ9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  DL-RESULT                 PIC X(40).
           05  FILLER                    PIC X(50) VALUE SPACES.
       01  WS-REQ-LIVE                   PIC 9(04) VALUE ZERO.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                  PIC X(30).
           05  TL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 115-STAMP-STARTED
           PERFORM 200-COLLECT-LIVE UNTIL WS-EOF = 'Y'
           PERFORM 300-SEND-DIGESTS
           PERFORM 600-DROP-CLOSED
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RPT-DATE
           END-IF
           COMPUTE WS-RPT-INT = FUNCTION INTEGER-OF-DATE(WS-RPT-DATE)
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'TKTDIG01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TKTD-FILE
           IF WS-TKTD-STATUS NOT = '00'
               DISPLAY 'TKTDIG01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TKTD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'TKTDIG01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
      *    No preference file yet means everyone takes the defaults;
      *    it is made on the first digest so the send can be stamped.
           OPEN I-O USRP-FILE
           IF WS-USRP-STATUS = '35'
               OPEN OUTPUT USRP-FILE
               CLOSE USRP-FILE
               OPEN I-O USRP-FILE
           END-IF
           IF WS-USRP-STATUS NOT = '00'
               DISPLAY 'TKTDIG01 - ERROR OPENING USRP0001, STATUS='
                   WS-USRP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DGST-FILE
           IF WS-DGST-STATUS = '35'
               OPEN OUTPUT DGST-FILE
               CLOSE DGST-FILE
               OPEN I-O DGST-FILE
           END-IF
           IF WS-DGST-STATUS NOT = '00'
               DISPLAY 'TKTDIG01 - ERROR OPENING DGST0001, STATUS='
                   WS-DGST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND DIG-FILE
           IF WS-DIG-STATUS = '35'
               OPEN OUTPUT DIG-FILE
           END-IF
           IF WS-DIG-STATUS NOT = '00'
               DISPLAY 'TKTDIG01 - ERROR OPENING DIGOUT, STATUS='
                   WS-DIG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'TKTDIG01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RPT-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEAD2
           PERFORM 210-READ-TKT.
       100-EXIT.
           EXIT.

      *    Stamp this run STARTED on the shared run-control record -
      *    same convention as every other job on RUNCTL01, so the
      *    BTCHDRV1 stream can tell it finished.
       115-STAMP-STARTED.
           OPEN I-O RESTART-FILE
           IF WS-RESTART-STATUS = '35'
               OPEN OUTPUT RESTART-FILE
               CLOSE RESTART-FILE
               OPEN I-O RESTART-FILE
           END-IF
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           READ RESTART-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE SPACES TO RESTART-LAST-KEY
           MOVE ZERO TO RESTART-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-STARTED TO TRUE
           MOVE WS-RUN-STAMP-DATE TO RESTART-START-DATE
           MOVE WS-RUN-TIME6 TO RESTART-START-TIME
           MOVE ZERO TO RESTART-END-DATE RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE.
       115-EXIT.
           EXIT.

      *    Every live ticket with a requestor goes in the table -
      *    system-raised tickets with none have nobody to tell.
       200-COLLECT-LIVE.
           ADD 1 TO WS-REC-COUNT
           IF NOT TKT-CLOSED AND NOT TKT-REJECTED
               AND TKT-REQUESTOR NOT = SPACES
               ADD 1 TO WS-LIVE-COUNT
               IF WS-LIVE-TBL-COUNT < WS-LIVE-MAX
                   ADD 1 TO WS-LIVE-TBL-COUNT
                   MOVE TKT-REQUESTOR TO
                       WS-LIVE-REQUESTOR(WS-LIVE-TBL-COUNT)
                   MOVE TKT-NUM TO WS-LIVE-TICKET(WS-LIVE-TBL-COUNT)
                   MOVE TKT-STATUS TO
                       WS-LIVE-STATUS(WS-LIVE-TBL-COUNT)
                   MOVE TKT-SUMMARY TO
                       WS-LIVE-SUMMARY(WS-LIVE-TBL-COUNT)
                   MOVE TKT-ASSIGNED-TO TO
                       WS-LIVE-ASSIGNED(WS-LIVE-TBL-COUNT)
                   MOVE TKT-DUE-DATE TO
                       WS-LIVE-DUE-DATE(WS-LIVE-TBL-COUNT)
                   MOVE 'N' TO WS-LIVE-DONE(WS-LIVE-TBL-COUNT)
               ELSE
                   DISPLAY 'TKTDIG01 - TICKET TABLE FULL, TICKET '
                       TKT-NUM ' NOT IN A DIGEST'
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

      *    One digest per requestor - the table is walked repeatedly,
      *    each pass picking the lowest requestor not yet done, the
      *    same no-SORT grouping FUPRPT01's 800-PRINT-REPORT uses.
       300-SEND-DIGESTS.
           MOVE SPACES TO WS-LOW-REQUESTOR
           PERFORM UNTIL WS-LOW-REQUESTOR = HIGH-VALUES
               MOVE HIGH-VALUES TO WS-LOW-REQUESTOR
               PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                       UNTIL WS-LIVE-IDX > WS-LIVE-TBL-COUNT
                   IF WS-LIVE-DONE(WS-LIVE-IDX) = 'N'
                       AND WS-LIVE-REQUESTOR(WS-LIVE-IDX) <
                           WS-LOW-REQUESTOR
                       MOVE WS-LIVE-REQUESTOR(WS-LIVE-IDX) TO
                           WS-LOW-REQUESTOR
                   END-IF
               END-PERFORM
               IF WS-LOW-REQUESTOR NOT = HIGH-VALUES
                   PERFORM 310-DIGEST-REQUESTOR THRU 310-EXIT
                   PERFORM 390-MARK-DONE
                   PERFORM 395-REPORT-REQUESTOR
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-DIGEST-REQUESTOR.
           ADD 1 TO WS-REQ-COUNT
           MOVE SPACE TO WS-RESULT
           MOVE ZERO TO WS-DIG-IDX
           PERFORM 320-READ-PREFERENCE THRU 320-EXIT
           IF WS-PREF-FREQ = 'N'
               MOVE 'O' TO WS-RESULT
               ADD 1 TO WS-OPTOUT-COUNT
               GO TO 310-EXIT
           END-IF
           PERFORM 330-CHECK-DUE THRU 330-EXIT
           IF WS-RESULT = 'T'
               ADD 1 TO WS-NOTDUE-COUNT
               GO TO 310-EXIT
           END-IF
           PERFORM 340-FIND-ADDRESS THRU 340-EXIT
           IF WS-RESULT = 'A'
               ADD 1 TO WS-NOADDR-COUNT
               GO TO 310-EXIT
           END-IF
           MOVE SPACES TO WS-DIGEST
           MOVE WS-ADDRESS TO DIG-ADDRESS
           MOVE WS-LOW-REQUESTOR TO DIG-USERID
           MOVE WS-RPT-DATE TO DIG-RUN-DATE
           MOVE WS-PREF-FREQ TO DIG-KIND
           IF WS-PREF-CHANGES = 'Y'
               MOVE 'C' TO DIG-KIND
           END-IF
           MOVE ZERO TO DIG-TICKETS DIG-NOT-LISTED
           PERFORM VARYING WS-LIVE-IDX2 FROM 1 BY 1
                   UNTIL WS-LIVE-IDX2 > WS-LIVE-TBL-COUNT
               IF WS-LIVE-DONE(WS-LIVE-IDX2) = 'N'
                   AND WS-LIVE-REQUESTOR(WS-LIVE-IDX2) =
                       WS-LOW-REQUESTOR
                   PERFORM 350-ADD-TICKET THRU 350-EXIT
               END-IF
           END-PERFORM
           IF DIG-TICKETS = ZERO AND DIG-NOT-LISTED = ZERO
               MOVE 'U' TO WS-RESULT
               ADD 1 TO WS-NOCHG-COUNT
               GO TO 310-EXIT
           END-IF
           COMPUTE WS-DIG-LEN = 80 + (131 * DIG-TICKETS)
           MOVE WS-DIGEST TO DIG-REC
           WRITE DIG-REC
           MOVE 'S' TO WS-RESULT
           ADD 1 TO WS-SENT-COUNT
           PERFORM 380-STAMP-PREFERENCE.
       310-EXIT.
           EXIT.

      *    The requestor's choices; no record is daily, every ticket.
      *    A last-digest date written before the field existed is
      *    spaces and counts as never sent.
       320-READ-PREFERENCE.
           MOVE 'N' TO WS-PREF-FOUND
           MOVE 'D' TO WS-PREF-FREQ
           MOVE 'N' TO WS-PREF-CHANGES
           MOVE ZERO TO WS-PREF-LAST-DATE
           MOVE WS-LOW-REQUESTOR TO USRP-USERID
           READ USRP-FILE
               INVALID KEY
                   GO TO 320-EXIT
           END-READ
           MOVE 'Y' TO WS-PREF-FOUND
           IF USRP-DIGEST-WEEKLY
               MOVE 'W' TO WS-PREF-FREQ
           END-IF
           IF USRP-DIGEST-NEVER
               MOVE 'N' TO WS-PREF-FREQ
           END-IF
           IF USRP-DIGEST-CHANGES-ONLY
               MOVE 'Y' TO WS-PREF-CHANGES
           END-IF
           IF USRP-DIGEST-LAST-DATE IS NUMERIC
               MOVE USRP-DIGEST-LAST-DATE TO WS-PREF-LAST-DATE
           END-IF.
       320-EXIT.
           EXIT.

      *    Daily is due once a run date; weekly once the last digest
      *    is a week old. Never sent is always due.
       330-CHECK-DUE.
           IF WS-PREF-LAST-DATE = ZERO
               GO TO 330-EXIT
           END-IF
           IF WS-PREF-LAST-DATE NOT < WS-RPT-DATE
               MOVE 'T' TO WS-RESULT
               GO TO 330-EXIT
           END-IF
           IF WS-PREF-FREQ = 'W'
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PREF-LAST-DATE)
               IF WS-RPT-INT - WS-LAST-INT < WS-WEEK-DAYS
                   MOVE 'T' TO WS-RESULT
               END-IF
           END-IF.
       330-EXIT.
           EXIT.

      *    The requestor's NAMEFILE person entry - its notify
      *    address, in the clear.
       340-FIND-ADDRESS.
           MOVE SPACES TO WS-ADDRESS
           MOVE SPACES TO KEY2
           MOVE WS-LOW-REQUESTOR TO KEY2(1:8)
           READ NAM-FILE
               KEY IS KEY2
               INVALID KEY
                   MOVE 'A' TO WS-RESULT
                   GO TO 340-EXIT
           END-READ
           PERFORM 950-DECRYPT-RECORD
           IF NOTIFY-ADDRESS = SPACES
               MOVE 'A' TO WS-RESULT
               GO TO 340-EXIT
           END-IF
           MOVE NOTIFY-ADDRESS TO WS-ADDRESS.
       340-EXIT.
           EXIT.

      *    One of the requestor's tickets. Changes-only leaves out a
      *    ticket whose status is the one the last digest showed.
      *    Every ticket listed has its dgst0001 entry brought up to
      *    date.
       350-ADD-TICKET.
           MOVE 'N' TO WS-DGST-FOUND
           MOVE WS-LIVE-TICKET(WS-LIVE-IDX2) TO DGST-TICKET-NUM
           READ DGST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DGST-FOUND
           END-READ
           IF WS-PREF-CHANGES = 'Y' AND WS-DGST-FOUND = 'Y'
               AND DGST-STATUS = WS-LIVE-STATUS(WS-LIVE-IDX2)
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 350-EXIT
           END-IF
           IF DIG-TICKETS NOT < DG-MAX-TICKETS
               ADD 1 TO DIG-NOT-LISTED
               GO TO 350-EXIT
           END-IF
           ADD 1 TO DIG-TICKETS
           ADD 1 TO WS-LISTED-COUNT
           MOVE DIG-TICKETS TO WS-DIG-IDX
           MOVE WS-LIVE-TICKET(WS-LIVE-IDX2) TO
               DIG-TICKET-NUM(WS-DIG-IDX)
           MOVE WS-LIVE-STATUS(WS-LIVE-IDX2) TO DIG-STATUS(WS-DIG-IDX)
           MOVE WS-LIVE-SUMMARY(WS-LIVE-IDX2) TO
               DIG-SUMMARY(WS-DIG-IDX)
           MOVE WS-LIVE-ASSIGNED(WS-LIVE-IDX2) TO
               DIG-ASSIGNED-TO(WS-DIG-IDX)
           MOVE WS-LIVE-DUE-DATE(WS-LIVE-IDX2) TO
               DIG-DUE-DATE(WS-DIG-IDX)
           PERFORM 360-FIND-LAST-PUBLIC
           MOVE WS-LOG-DATE TO DIG-LOG-DATE(WS-DIG-IDX)
           MOVE WS-LOG-TEXT TO DIG-LOG-TEXT(WS-DIG-IDX)
           MOVE WS-LIVE-TICKET(WS-LIVE-IDX2) TO DGST-TICKET-NUM
           MOVE WS-LIVE-STATUS(WS-LIVE-IDX2) TO DGST-STATUS
           MOVE WS-RPT-DATE TO DGST-LAST-DATE
           IF WS-DGST-FOUND = 'Y'
               REWRITE DGST-REC
           ELSE
               MOVE SPACES TO DGST-REC(16:15)
               WRITE DGST-REC
           END-IF.
       350-EXIT.
           EXIT.

      *    The ticket's last work-log line the requestor may see -
      *    an ordinary entry not marked internal. The letter series
      *    keys collate after 999, so the last one read is the
      *    latest.
       360-FIND-LAST-PUBLIC.
           MOVE ZERO TO WS-LOG-DATE
           MOVE SPACES TO WS-LOG-TEXT
           MOVE 'N' TO WS-TKTD-EOF
           MOVE WS-LIVE-TICKET(WS-LIVE-IDX2) TO TICKD-TICKET-NUM
           MOVE LOW-VALUES TO TICKD-SEQ-NUM-X
           START TKTD-FILE KEY NOT LESS THAN TICKD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TKTD-EOF
           END-START
           PERFORM UNTIL WS-TKTD-EOF = 'Y'
               READ TKTD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TKTD-EOF
               END-READ
               IF WS-TKTD-EOF NOT = 'Y'
                   IF TICKD-TICKET-NUM NOT =
                           WS-LIVE-TICKET(WS-LIVE-IDX2)
                       MOVE 'Y' TO WS-TKTD-EOF
                   ELSE
                       IF TICKD-PUBLIC AND TICKD-LINE-WORKLOG
                           MOVE TICKD-ENTERED-DATE TO WS-LOG-DATE
                           MOVE TICKD-TEXT TO WS-LOG-TEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       360-EXIT.
           EXIT.

      *    The digest went - stamp it on the requestor's preferences,
      *    making the record with the defaults when there is none.
       380-STAMP-PREFERENCE.
           IF WS-PREF-FOUND = 'Y'
               MOVE WS-RPT-DATE TO USRP-DIGEST-LAST-DATE
               REWRITE USRP-REC
                   INVALID KEY
                       DISPLAY 'TKTDIG01 - PREFERENCE NOT STAMPED '
                           WS-LOW-REQUESTOR
               END-REWRITE
           ELSE
               MOVE SPACES TO USRP-REC
               MOVE WS-LOW-REQUESTOR TO USRP-USERID
               SET USRP-DIGEST-DAILY TO TRUE
               MOVE 'N' TO USRP-DIGEST-CHANGES
               MOVE WS-RPT-DATE TO USRP-DIGEST-LAST-DATE
               WRITE USRP-REC
                   INVALID KEY
                       DISPLAY 'TKTDIG01 - PREFERENCE NOT WRITTEN '
                           WS-LOW-REQUESTOR
               END-WRITE
           END-IF.
       380-EXIT.
           EXIT.

       390-MARK-DONE.
           MOVE ZERO TO WS-REQ-LIVE
           PERFORM VARYING WS-LIVE-IDX2 FROM 1 BY 1
                   UNTIL WS-LIVE-IDX2 > WS-LIVE-TBL-COUNT
               IF WS-LIVE-DONE(WS-LIVE-IDX2) = 'N'
                   AND WS-LIVE-REQUESTOR(WS-LIVE-IDX2) =
                       WS-LOW-REQUESTOR
                   MOVE 'Y' TO WS-LIVE-DONE(WS-LIVE-IDX2)
                   ADD 1 TO WS-REQ-LIVE
               END-IF
           END-PERFORM.
       390-EXIT.
           EXIT.

       395-REPORT-REQUESTOR.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-LOW-REQUESTOR TO DL-REQUESTOR
           MOVE WS-PREF-FREQ TO DL-FREQ
           MOVE WS-PREF-CHANGES TO DL-CHANGES
           MOVE WS-REQ-LIVE TO DL-LIVE
           MOVE ZERO TO DL-LISTED
           EVALUATE WS-RESULT
           WHEN 'S'
               MOVE DIG-TICKETS TO DL-LISTED
               MOVE 'DIGEST SENT' TO DL-RESULT
           WHEN 'U'
               MOVE 'NO STATUS CHANGED - NOT SENT' TO DL-RESULT
           WHEN 'O'
               MOVE 'OPTED OUT' TO DL-RESULT
           WHEN 'T'
               MOVE 'NOT DUE' TO DL-RESULT
           WHEN 'A'
               MOVE 'NO NOTIFY ADDRESS ON NAMEFILE' TO DL-RESULT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       395-EXIT.
           EXIT.

      *    dgst0001 keeps only live tickets - a closed or rejected
      *    ticket, or one gone from the master, loses its entry, so a
      *    reopened ticket counts as new to the next digest.
       600-DROP-CLOSED.
           MOVE 'N' TO WS-DGST-EOF
           MOVE LOW-VALUES TO DGST-TICKET-NUM
           START DGST-FILE KEY NOT LESS THAN DGST-TICKET-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-DGST-EOF
           END-START
           PERFORM UNTIL WS-DGST-EOF = 'Y'
               READ DGST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DGST-EOF
               END-READ
               IF WS-DGST-EOF NOT = 'Y'
                   MOVE DGST-TICKET-NUM TO TKT-NUM
                   READ TKT-FILE
                       INVALID KEY
                           MOVE 'C' TO TKT-STATUS
                   END-READ
                   IF TKT-CLOSED OR TKT-REJECTED
                       DELETE DGST-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-DROPPED-COUNT
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LIVE TICKETS' TO TL-LABEL
           MOVE WS-LIVE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REQUESTORS' TO TL-LABEL
           MOVE WS-REQ-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  DIGESTS SENT' TO TL-LABEL
           MOVE WS-SENT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  NOTHING CHANGED' TO TL-LABEL
           MOVE WS-NOCHG-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  OPTED OUT' TO TL-LABEL
           MOVE WS-OPTOUT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  NOT DUE' TO TL-LABEL
           MOVE WS-NOTDUE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  NO ADDRESS' TO TL-LABEL
           MOVE WS-NOADDR-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TICKETS LISTED' TO TL-LABEL
           MOVE WS-LISTED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TICKETS UNCHANGED, LEFT OUT' TO TL-LABEL
           MOVE WS-UNCHANGED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TRACKING ENTRIES DROPPED' TO TL-LABEL
           MOVE WS-DROPPED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'TKTDIG01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           DISPLAY 'TKTDIG01 - REQUESTORS: ' WS-REQ-COUNT
               ' SENT: ' WS-SENT-COUNT
               ' UNCHANGED: ' WS-NOCHG-COUNT
               ' OPTED OUT: ' WS-OPTOUT-COUNT
               ' NOT DUE: ' WS-NOTDUE-COUNT
               ' NO ADDRESS: ' WS-NOADDR-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           MOVE WS-SENT-COUNT TO RESTART-COUNT
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-STAMP-DATE TO RESTART-END-DATE
           MOVE WS-RUN-TIME6 TO RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           CLOSE TKT-FILE
           CLOSE TKTD-FILE
           CLOSE USRP-FILE
           CLOSE DGST-FILE
           CLOSE NAM-FILE
           CLOSE DIG-FILE
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
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
