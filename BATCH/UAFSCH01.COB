       IDENTIFICATION DIVISION.
       PROGRAM-ID. UAFSCH01.
      ******************************************************************
      *DESCRIPTION: Nightly apply of scheduled entitlement changes -    *
      *             walks uafs0001 in userid/effective-date order and,  *
      *             for every change approved on SM0062 whose           *
      *             effective date has been reached, sets the new       *
      *             REQUESTOR/ADMIN/APPROVER/SERVICE/INQUIRY flags on   *
      *             the live UAF00001 record (a blank flag is left as   *
      *             it stands), stamps UAF-UPDATEDBY with the maker,    *
      *             and marks the change D (applied). A user no longer  *
      *             on UAF00001, or terminated by the effective date,   *
      *             is not touched and the change is marked F with the  *
      *             reason. Two changes for one user falling due        *
      *             together apply in effective-date order.             *
      *             Every applied change writes the after-image journal *
      *             record (JRNL0001 layout, appended to the day's      *
      *             JRNLQ dataset so JRNRPLY1 replays it with the       *
      *             online images) and a sech0001 security-history      *
      *             event, the SM000 310-LOG-REJECT direct-write form.  *
      *             The report lists each change applied or refused,    *
      *             and any change due but still waiting for approval - *
      *             those stay pending and are not applied.             *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today, as CNTEXP01 takes it.                                 *
      *    No restart/checkpoint handling of its own - each change is   *
      *    marked D or F as it is processed, so a rerun picks up only   *
      *    what is left.                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UAFS-FILE ASSIGN TO UAFS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UAFS-KEY
               FILE STATUS IS WS-UAFS-STATUS.
           SELECT UAF-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UAF-USERID
               FILE STATUS IS WS-UAF-STATUS.
           SELECT JRNL-FILE ASSIGN TO JRNLQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT SECH-FILE ASSIGN TO SECH0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECH-KEY
               FILE STATUS IS WS-SECH-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UAFS-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UAFS-REC.
           COPY UAFS0001.

       FD  UAF-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UAF-REC.
           05  UAF-USERID.
               10  UAF-USERID7           PIC X(07).
               10  FILLER                PIC X(01).
           05  UAF-TYPE.
               10  UAF-REQUESTOR         PIC X.
               10  UAF-ADMIN             PIC X.
               10  UAF-APPROVER          PIC X.
               10  UAF-SERVICE           PIC X.
               10  UAF-INQUIRY           PIC X.
           05  UAF-FLAG REDEFINES UAF-TYPE
                                         PIC X OCCURS 5.
           05  UAF-UPDATEDBY             PIC X(08).
           05  UAF-EFFECTIVE-DATE        PIC 9(08).
           05  UAF-TERM-DATE             PIC 9(08).
           05  UAF-PIN                   PIC X(04).

       FD  JRNL-FILE
           RECORD CONTAINS 326 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  JRNL-REC.
           COPY JRNL0001.

       FD  SECH-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SECH-REC.
           COPY SECHST01.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-UAFS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UAF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-JRNL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SECH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-UAFS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-YYYYDDD                    PIC 9(07) VALUE ZERO.
       01  WS-YYYYDDD-X REDEFINES WS-YYYYDDD.
           05  WS-JUL-YYYY               PIC 9(04).
           05  WS-JUL-DDD                PIC 9(03).
       01  WS-TIME8                      PIC 9(08) VALUE ZERO.
       01  WS-TIME8-X REDEFINES WS-TIME8.
           05  WS-TIME6                  PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-FLAG-SUB                   PIC S9(4) COMP VALUE ZERO.
       01  WS-CHANGED                    PIC X(01) VALUE 'N'.
       01  WS-TRY-SEQ                    PIC 9(02) VALUE ZERO.
       01  WS-WRITE-DONE                 PIC X(01) VALUE 'N'.
       01  WS-JOB-ID                     PIC X(08) VALUE 'UAFSCH01'.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-WAITING-COUNT              PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'SCHEDULED ENTITLEMENT CHANGES - RUN DATE'.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(83) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'USERID'.
           05  FILLER                    PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER                    PIC X(14) VALUE 'OUTCOME'.
           05  FILLER                    PIC X(07) VALUE 'WAS'.
           05  FILLER                    PIC X(07) VALUE 'NEW'.
           05  FILLER                    PIC X(10) VALUE 'MAKER'.
           05  FILLER                    PIC X(10) VALUE 'CHECKER'.
           05  FILLER                    PIC X(64) VALUE
               'REASON / RESULT'.

       01  WS-DETAIL-LINE.
           05  DL-USERID                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-EFF-DATE               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-OUTCOME                PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-OLD-TYPE               PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NEW-TYPE               PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-MAKER                  PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-CHECKER                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TEXT                   PIC X(40).
           05  FILLER                    PIC X(24) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(14) VALUE
               'CHANGES READ:'.
           05  TL-READ                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE
               '  APPLIED:'.
           05  TL-APPLIED                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(16) VALUE
               '  NOT APPLIED:'.
           05  TL-FAILED                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(24) VALUE
               '  AWAITING APPROVAL:'.
           05  TL-WAITING                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RUN-DATE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UAFSCH01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
      *    No staging file yet means nothing has ever been scheduled -
      *    an empty report, not a failed run.
           OPEN I-O UAFS-FILE
           IF WS-UAFS-STATUS = '00'
               MOVE 'Y' TO WS-UAFS-OPEN
               PERFORM 110-OPEN-UPDATE-FILES
               PERFORM 210-READ-UAFS
           ELSE
               DISPLAY 'UAFSCH01 - UAFS0001 NOT AVAILABLE, STATUS='
                   WS-UAFS-STATUS ' - NOTHING SCHEDULED'
               MOVE 'Y' TO WS-EOF
           END-IF.
       100-EXIT.
           EXIT.

       110-OPEN-UPDATE-FILES.
           OPEN I-O UAF-FILE
           IF WS-UAF-STATUS NOT = '00'
               DISPLAY 'UAFSCH01 - ERROR OPENING UAF00001, STATUS='
                   WS-UAF-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND JRNL-FILE
           IF WS-JRNL-STATUS = '35'
               OPEN OUTPUT JRNL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'UAFSCH01 - ERROR OPENING JRNLQ, STATUS='
                   WS-JRNL-STATUS
               STOP RUN
           END-IF
           OPEN I-O SECH-FILE
           IF WS-SECH-STATUS = '35'
               OPEN OUTPUT SECH-FILE
               CLOSE SECH-FILE
               OPEN I-O SECH-FILE
           END-IF
           IF WS-SECH-STATUS NOT = '00'
               DISPLAY 'UAFSCH01 - ERROR OPENING SECH0001, STATUS='
                   WS-SECH-STATUS
               STOP RUN
           END-IF.
       110-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           IF UAFS-EFF-DATE NOT > WS-RUN-DATE
               EVALUATE TRUE
               WHEN UAFS-APPROVED
                   PERFORM 300-APPLY-CHANGE THRU 300-EXIT
               WHEN UAFS-PENDING
                   PERFORM 400-REPORT-WAITING
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 210-READ-UAFS.
       200-EXIT.
           EXIT.

       210-READ-UAFS.
           READ UAFS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    A user gone from UAF00001, or terminated on or before the
      *    effective date, is refused rather than given access back -
      *    the termination is the later, and stronger, decision.
       300-APPLY-CHANGE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE UAFS-USERID TO DL-USERID UAF-USERID
           MOVE UAFS-EFF-DATE TO DL-EFF-DATE
           MOVE UAFS-NEW-TYPE TO DL-NEW-TYPE
           MOVE UAFS-MAKER TO DL-MAKER
           MOVE UAFS-CHECKER TO DL-CHECKER
           READ UAF-FILE
               INVALID KEY
                   MOVE 'USER NOT ON UAF00001' TO UAFS-RESULT
                   PERFORM 350-MARK-NOT-APPLIED
                   GO TO 300-EXIT
           END-READ
           MOVE UAF-TYPE TO DL-OLD-TYPE
           IF UAF-TERM-DATE NUMERIC
               AND UAF-TERM-DATE > ZERO
               AND UAF-TERM-DATE NOT > UAFS-EFF-DATE
               MOVE SPACES TO UAFS-RESULT
               STRING 'USER TERMINATED ' UAF-TERM-DATE
                   DELIMITED BY SIZE INTO UAFS-RESULT
               END-STRING
               PERFORM 350-MARK-NOT-APPLIED
               GO TO 300-EXIT
           END-IF
           MOVE 'N' TO WS-CHANGED
           MOVE 1 TO WS-FLAG-SUB
           PERFORM 310-SET-FLAG UNTIL WS-FLAG-SUB > 5
           IF WS-CHANGED = 'Y'
               MOVE UAFS-MAKER TO UAF-UPDATEDBY
               REWRITE UAF-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-UAF-STATUS NOT = '00'
                   MOVE SPACES TO UAFS-RESULT
                   STRING 'UAF00001 REWRITE FAILED, STATUS '
                          WS-UAF-STATUS
                       DELIMITED BY SIZE INTO UAFS-RESULT
                   END-STRING
                   PERFORM 350-MARK-NOT-APPLIED
                   GO TO 300-EXIT
               END-IF
               PERFORM 320-WRITE-JOURNAL
               PERFORM 330-WRITE-HISTORY
               MOVE 'APPLIED' TO UAFS-RESULT
           ELSE
               MOVE 'NO CHANGE - FLAGS ALREADY SET' TO UAFS-RESULT
           END-IF
           SET UAFS-APPLIED TO TRUE
           MOVE WS-RUN-DATE TO UAFS-APPLIED-DATE
           REWRITE UAFS-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'APPLIED' TO DL-OUTCOME
           MOVE UAF-TYPE TO DL-NEW-TYPE
           MOVE UAFS-REASON TO DL-TEXT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

       310-SET-FLAG.
           IF UAFS-NEW-FLAG(WS-FLAG-SUB) NOT = SPACE
               AND UAFS-NEW-FLAG(WS-FLAG-SUB)
                   NOT = UAF-FLAG(WS-FLAG-SUB)
               MOVE UAFS-NEW-FLAG(WS-FLAG-SUB) TO UAF-FLAG(WS-FLAG-SUB)
               MOVE 'Y' TO WS-CHANGED
           END-IF
           ADD 1 TO WS-FLAG-SUB.
       310-EXIT.
           EXIT.

      *    After-image in the online JRNL0001 form - the julian date
      *    and time stamps in the EIBDATE/EIBTIME shapes the queue
      *    records carry, so JRNRPLY1 treats it like any other.
       320-WRITE-JOURNAL.
           ACCEPT WS-YYYYDDD FROM DAY YYYYDDD
           ACCEPT WS-TIME8 FROM TIME
           MOVE SPACES TO JRNL-REC
           COMPUTE JRN-LOG-DATE =
               (WS-JUL-YYYY - 1900) * 1000 + WS-JUL-DDD
           MOVE WS-TIME6 TO JRN-LOG-TIME
           SET JRN-FILE-UAF TO TRUE
           SET JRN-REWRITE TO TRUE
           MOVE UAF-USERID TO JRN-KEY
           MOVE UAF-REC TO JRN-IMAGE
           WRITE JRNL-REC.
       320-EXIT.
           EXIT.

      *    One sech0001 event per applied change, under this job's
      *    name - the next sequence number in the second is taken
      *    when another event already holds the slot.
       330-WRITE-HISTORY.
           ACCEPT WS-TIME8 FROM TIME
           MOVE ZERO TO WS-TRY-SEQ
           MOVE 'N' TO WS-WRITE-DONE
           PERFORM 335-TRY-HISTORY UNTIL WS-WRITE-DONE = 'Y'.
       330-EXIT.
           EXIT.

       335-TRY-HISTORY.
           MOVE SPACES TO SECH-REC
           MOVE WS-RUN-DATE TO SECH-DATE
           MOVE WS-TIME6 TO SECH-TIME
           MOVE WS-TRY-SEQ TO SECH-SEQ
           MOVE WS-JOB-ID TO SECH-USERID
           STRING 'SCHED ' UAFS-USERID ' ' UAFS-EFF-DATE
                  ' APPLIED' DELIMITED BY SIZE
               INTO SECH-REASON
           END-STRING
           WRITE SECH-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-SECH-STATUS = '00' OR WS-TRY-SEQ = 99
               MOVE 'Y' TO WS-WRITE-DONE
           ELSE
               ADD 1 TO WS-TRY-SEQ
           END-IF.
       335-EXIT.
           EXIT.

       350-MARK-NOT-APPLIED.
           SET UAFS-NOT-APPLIED TO TRUE
           MOVE WS-RUN-DATE TO UAFS-APPLIED-DATE
           REWRITE UAFS-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-FAILED-COUNT
           MOVE 'NOT APPLIED' TO DL-OUTCOME
           MOVE UAFS-RESULT TO DL-TEXT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       350-EXIT.
           EXIT.

      *    Due but never approved - left pending for the checker and
      *    reported every night until someone decides it.
       400-REPORT-WAITING.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE UAFS-USERID TO DL-USERID
           MOVE UAFS-EFF-DATE TO DL-EFF-DATE
           MOVE 'NOT APPROVED' TO DL-OUTCOME
           MOVE UAFS-NEW-TYPE TO DL-NEW-TYPE
           MOVE UAFS-MAKER TO DL-MAKER
           MOVE 'AWAITING APPROVAL ON SM0062 - NOT APPLIED' TO DL-TEXT
           ADD 1 TO WS-WAITING-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       400-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-REC-COUNT TO TL-READ
           MOVE WS-APPLIED-COUNT TO TL-APPLIED
           MOVE WS-FAILED-COUNT TO TL-FAILED
           MOVE WS-WAITING-COUNT TO TL-WAITING
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'UAFSCH01 - CHANGES APPLIED: ' WS-APPLIED-COUNT
               ' NOT APPLIED: ' WS-FAILED-COUNT
               ' AWAITING APPROVAL: ' WS-WAITING-COUNT
           IF WS-UAFS-OPEN = 'Y'
               CLOSE UAFS-FILE
               CLOSE UAF-FILE
               CLOSE JRNL-FILE
               CLOSE SECH-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
