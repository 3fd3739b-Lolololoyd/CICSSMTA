       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDST01.
      ******************************************************************
      *DESCRIPTION: Report distribution - runs after the RPTLOD01       *
      *             steps and delivers each run now on rptr0001 to      *
      *             the users subscribed to it on rsub0001 (kept by     *
      *             SM0068):                                            *
      *               P  print - a mode R request on the spol0001       *
      *                  queue for the user's usrp0001 print terminal   *
      *                  (P001 when they have none), printed by the     *
      *                  SPLS sender once SM0020's PF5 releases the     *
      *                  queue;                                         *
      *               M  mail - the whole run on the RDSTOUT feed for   *
      *                  the mail gateway, a heading record and then    *
      *                  every line;                                    *
      *               V  view-only notice - one RDSTOUT record telling  *
      *                  them the run is ready on SM0037.               *
      *             Mail and notices go to the NAMEFILE entry whose     *
      *             SHORT-NAME is the userid (the person-entry          *
      *             convention TKTNTF01 uses for watchers), its notify  *
      *             address decrypted with the nkey0001 key version     *
      *             it carries. A subscriber who can no longer read     *
      *             the repository (no ADMIN, SERVICE or INQUIRY on     *
      *             uaf00001, or past their termination date) is not    *
      *             sent anything.                                      *
      *             Every subscriber dealt with gets a rdlg0001 log     *
      *             record - method, outcome, when, and the printer     *
      *             for a print - and is listed on RPTOUT. A run        *
      *             already DELIVERED to a user is never sent again,    *
      *             so a rerun only retries the ones that failed        *
      *             (add the missing address and run it again). A       *
      *             subscribed report with no run loaded for the date   *
      *             is counted and skipped.                             *
      *    Parameter: report id (8 chars), then optionally the run      *
      *    date YYYYMMDD - the RPTLOD01 convention. A blank or '*'      *
      *    report id distributes every subscribed report, which is      *
      *    how the nightly stream runs it once after its last           *
      *    RPTLOD01 step. The date defaults to today.                   *
      *    RDSTOUT is added to (OPEN EXTEND) so a second run before     *
      *    the gateway collects does not lose the first.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSUB-FILE ASSIGN TO RSUB0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSUB-KEY
               FILE STATUS IS WS-RSUB-STATUS.
           SELECT RPTR-FILE ASSIGN TO RPTR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPTR-KEY
               FILE STATUS IS WS-RPTR-STATUS.
           SELECT RDLG-FILE ASSIGN TO RDLG0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDLG-KEY
               FILE STATUS IS WS-RDLG-STATUS.
           SELECT UAF-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UAF-USERID
               FILE STATUS IS WS-UAF-STATUS.
           SELECT USRP-FILE ASSIGN TO USRP0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USRP-USERID
               FILE STATUS IS WS-USRP-STATUS.
           SELECT SPOOL-FILE ASSIGN TO SPOL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPOL-KEY
               FILE STATUS IS WS-SPOL-STATUS.
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
           SELECT MAIL-FILE ASSIGN TO RDSTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.
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
       FD  RSUB-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RSUB-REC.
           COPY RSUB0001.

       FD  RPTR-FILE
           RECORD CONTAINS 154 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RPTR-REC.
           COPY RPTR0001.

       FD  RDLG-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RDLG-REC.
           COPY RDLG0001.

       FD  UAF-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UAF-REC.
           05  UAF-USERID                PIC X(08).
           05  UAF-TYPE.
               10  UAF-REQUESTOR         PIC X(01).
               10  UAF-ADMIN             PIC X(01).
               10  UAF-APPROVER          PIC X(01).
               10  UAF-SERVICE           PIC X(01).
               10  UAF-INQUIRY           PIC X(01).
           05  UAF-UPDATEDBY             PIC X(08).
           05  UAF-EFFECTIVE-DATE        PIC 9(08).
           05  UAF-TERM-DATE             PIC 9(08).
           05  UAF-PIN                   PIC X(04).

       FD  USRP-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  USRP-REC.
           COPY USRP0001.

       FD  SPOOL-FILE
           RECORD CONTAINS 48 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SPOL-REC.
           COPY SPOOL001.

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

       FD  MAIL-FILE
           RECORD CONTAINS 210 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  MAIL-REC.
           05  MAIL-ADDRESS              PIC X(50).
           05  FILLER                    PIC X(01).
           05  MAIL-RPT-ID               PIC X(08).
           05  FILLER                    PIC X(01).
           05  MAIL-RUN-DATE             PIC 9(08).
           05  FILLER                    PIC X(01).
      *    H heading of a mailed report, L one of its lines,
      *    V a view-only notice.
           05  MAIL-KIND                 PIC X(01).
           05  FILLER                    PIC X(01).
           05  MAIL-SEQ                  PIC 9(06).
           05  FILLER                    PIC X(01).
           05  MAIL-TEXT                 PIC X(132).

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
       01  WS-RSUB-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPTR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RDLG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UAF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-USRP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SPOL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MAIL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-USRP-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-JOB-ID                     PIC X(08) VALUE 'RPTDST01'.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-RUN-EOF                    PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(17) VALUE SPACES.
       01  WS-PARM-X REDEFINES WS-PARM.
           05  WS-PARM-ID                PIC X(08).
           05  FILLER                    PIC X(01).
           05  WS-PARM-DATE              PIC X(08).
       01  WS-RPT-ID                     PIC X(08) VALUE SPACES.
       01  WS-ALL-REPORTS                PIC X(01) VALUE 'N'.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
      *    The run last looked at - subscribers to the same report
      *    come one after another only by chance (the file is keyed
      *    on userid), so the line count is kept per report id.
       01  WS-RUN-ID                     PIC X(08) VALUE SPACES.
       01  WS-RUN-LINES                  PIC 9(06) VALUE ZERO.
      *    What this subscriber got - D delivered, A no address,
      *    X no access (RDLG0001's outcomes).
       01  WS-RESULT                     PIC X(01) VALUE SPACE.
       01  WS-TARGET                     PIC X(04) VALUE SPACES.
       01  WS-ADDRESS                    PIC X(50) VALUE SPACES.
       01  WS-MAIL-SEQ                   PIC 9(06) VALUE ZERO.
       01  WS-SPOL-DONE                  PIC X(01) VALUE 'N'.
       01  WS-SPOL-TIME                  PIC 9(06) VALUE ZERO.
       01  WS-SPOL-SEQ                   PIC 9(02) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       01  WS-SUB-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-DELIVERED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-PRINT-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-MAIL-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-NOTICE-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-ALREADY-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-NORUN-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-NOADDR-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NOACCESS-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(30) VALUE
               'REPORT DISTRIBUTION - RUN OF '.
           05  HL-RUN-DATE               PIC 9(08).
           05  FILLER                    PIC X(94) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(132) VALUE
               'USERID   REPORT   METHOD  OUTCOME              PRINTER'.

       01  WS-DETAIL-LINE.
           05  DL-USERID                 PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-RPT-ID                 PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-METHOD                 PIC X(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-OUTCOME                PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-TARGET                 PIC X(04).
           05  FILLER                    PIC X(81) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                  PIC X(30).
           05  TL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 115-STAMP-STARTED
           PERFORM 200-PROCESS-SUBS UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-RUN-DATE
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-PARM-ID) TO WS-RPT-ID
           IF WS-RPT-ID = SPACES OR WS-RPT-ID = '*'
               MOVE 'Y' TO WS-ALL-REPORTS
           END-IF
           IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = ZERO
               MOVE WS-PARM-DATE TO WS-RUN-DATE
           END-IF
           OPEN I-O RSUB-FILE
           IF WS-RSUB-STATUS NOT = '00'
               DISPLAY 'RPTDST01 - ERROR OPENING RSUB0001, STATUS='
                   WS-RSUB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RPTR-FILE
           IF WS-RPTR-STATUS NOT = '00'
               DISPLAY 'RPTDST01 - ERROR OPENING RPTR0001, STATUS='
                   WS-RPTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT UAF-FILE
           IF WS-UAF-STATUS NOT = '00'
               DISPLAY 'RPTDST01 - ERROR OPENING UAF00001, STATUS='
                   WS-UAF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'RPTDST01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
      *    No usrp0001 means nobody has a print terminal of their
      *    own - every print goes to P001, as on the screens.
           OPEN INPUT USRP-FILE
           IF WS-USRP-STATUS = '00'
               MOVE 'Y' TO WS-USRP-OPEN
           END-IF
           OPEN I-O SPOOL-FILE
           IF WS-SPOL-STATUS = '35'
               OPEN OUTPUT SPOOL-FILE
               CLOSE SPOOL-FILE
               OPEN I-O SPOOL-FILE
           END-IF
           IF WS-SPOL-STATUS NOT = '00'
               DISPLAY 'RPTDST01 - ERROR OPENING SPOL0001, STATUS='
                   WS-SPOL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RDLG-FILE
           IF WS-RDLG-STATUS = '35'
               OPEN OUTPUT RDLG-FILE
               CLOSE RDLG-FILE
               OPEN I-O RDLG-FILE
           END-IF
           IF WS-RDLG-STATUS NOT = '00'
               DISPLAY 'RPTDST01 - ERROR OPENING RDLG0001, STATUS='
                   WS-RDLG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MAIL-FILE
           IF WS-MAIL-STATUS = '35'
               OPEN OUTPUT MAIL-FILE
           END-IF
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY 'RPTDST01 - ERROR OPENING RDSTOUT, STATUS='
                   WS-MAIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RPTDST01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           MOVE LOW-VALUES TO RSUB-KEY
           START RSUB-FILE KEY NOT LESS THAN RSUB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM 210-READ-SUB
           END-IF.
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

       200-PROCESS-SUBS.
           IF WS-ALL-REPORTS = 'Y' OR RSUB-RPT-ID = WS-RPT-ID
               PERFORM 300-DELIVER THRU 300-EXIT
           END-IF
           PERFORM 210-READ-SUB.
       200-EXIT.
           EXIT.

       210-READ-SUB.
           READ RSUB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    One subscriber and one run: nothing if the run is not on
      *    file or already went to them; otherwise deliver by their
      *    method, log the outcome and list it.
       300-DELIVER.
           PERFORM 310-COUNT-RUN THRU 310-EXIT
           IF WS-RUN-LINES = ZERO
               ADD 1 TO WS-NORUN-COUNT
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-SUB-COUNT
           MOVE RSUB-RPT-ID TO RDLG-RPT-ID
           MOVE WS-RUN-DATE TO RDLG-RUN-DATE
           MOVE RSUB-USERID TO RDLG-USERID
           READ RDLG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RDLG-DELIVERED
                       ADD 1 TO WS-ALREADY-COUNT
                       GO TO 300-EXIT
                   END-IF
           END-READ
           MOVE SPACES TO WS-TARGET
           PERFORM 320-CHECK-ACCESS
           IF WS-RESULT = 'D'
               EVALUATE TRUE
               WHEN RSUB-BY-PRINT
                   PERFORM 400-QUEUE-PRINT
               WHEN RSUB-BY-MAIL
                   PERFORM 330-FIND-ADDRESS THRU 330-EXIT
                   IF WS-RESULT = 'D'
                       PERFORM 410-MAIL-REPORT
                   END-IF
               WHEN OTHER
                   PERFORM 330-FIND-ADDRESS THRU 330-EXIT
                   IF WS-RESULT = 'D'
                       PERFORM 420-MAIL-NOTICE
                   END-IF
               END-EVALUATE
           END-IF
           PERFORM 500-LOG-DELIVERY
           IF WS-RESULT = 'D'
               ADD 1 TO WS-DELIVERED-COUNT
               MOVE WS-RUN-DATE TO RSUB-LAST-DATE
               REWRITE RSUB-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           PERFORM 510-LIST-DELIVERY.
       300-EXIT.
           EXIT.

      *    Lines in the run - zero means it was not loaded for this
      *    date (or has been trimmed off), and there is nothing to
      *    send.
       310-COUNT-RUN.
           IF RSUB-RPT-ID = WS-RUN-ID
               GO TO 310-EXIT
           END-IF
           MOVE RSUB-RPT-ID TO WS-RUN-ID
           MOVE ZERO TO WS-RUN-LINES
           MOVE 'N' TO WS-RUN-EOF
           MOVE WS-RUN-ID TO RPTR-ID
           MOVE WS-RUN-DATE TO RPTR-DATE
           MOVE ZERO TO RPTR-SEQ
           START RPTR-FILE KEY NOT LESS THAN RPTR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-EOF
           END-START
           PERFORM UNTIL WS-RUN-EOF = 'Y'
               READ RPTR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RUN-EOF
               END-READ
               IF WS-RUN-EOF NOT = 'Y'
                   IF RPTR-ID = WS-RUN-ID AND RPTR-DATE = WS-RUN-DATE
                       ADD 1 TO WS-RUN-LINES
                   ELSE
                       MOVE 'Y' TO WS-RUN-EOF
                   END-IF
               END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.

      *    The same test SM0037 makes at the terminal - ADMIN,
      *    SERVICE or INQUIRY - plus a current uaf00001 record: a
      *    leaver's standing subscription sends nothing.
       320-CHECK-ACCESS.
           MOVE 'D' TO WS-RESULT
           MOVE RSUB-USERID TO UAF-USERID
           READ UAF-FILE
               INVALID KEY
                   MOVE 'X' TO WS-RESULT
           END-READ
           IF WS-RESULT = 'D'
               IF UAF-ADMIN NOT = 'Y' AND UAF-SERVICE NOT = 'Y'
                   AND UAF-INQUIRY NOT = 'Y'
                   MOVE 'X' TO WS-RESULT
               END-IF
               IF UAF-TERM-DATE IS NUMERIC
                   AND UAF-TERM-DATE NOT = ZERO
                   AND UAF-TERM-DATE <= WS-TODAY
                   MOVE 'X' TO WS-RESULT
               END-IF
           END-IF
           IF WS-RESULT = 'X'
               ADD 1 TO WS-NOACCESS-COUNT
           END-IF.
       320-EXIT.
           EXIT.

      *    The subscriber's own NAMEFILE person entry - SHORT-NAME is
      *    their userid - and its notify address, in the clear.
       330-FIND-ADDRESS.
           MOVE SPACES TO WS-ADDRESS
           MOVE SPACES TO KEY2
           MOVE RSUB-USERID TO KEY2(1:8)
           READ NAM-FILE
               KEY IS KEY2
               INVALID KEY
                   MOVE 'A' TO WS-RESULT
                   ADD 1 TO WS-NOADDR-COUNT
                   GO TO 330-EXIT
           END-READ
           PERFORM 950-DECRYPT-RECORD
           IF NOTIFY-ADDRESS = SPACES
               MOVE 'A' TO WS-RESULT
               ADD 1 TO WS-NOADDR-COUNT
               GO TO 330-EXIT
           END-IF
           MOVE NOTIFY-ADDRESS TO WS-ADDRESS.
       330-EXIT.
           EXIT.

      *    A mode R request on the print queue, the shape SAMP10's
      *    spool paragraph writes - report id in SPOL-FILE, run date
      *    in SPOL-RIDFLD. A key already taken moves the sequence on,
      *    and past 99 the time on a second.
       400-QUEUE-PRINT.
           MOVE 'P001' TO WS-TARGET
           IF WS-USRP-OPEN = 'Y'
               MOVE RSUB-USERID TO USRP-USERID
               READ USRP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USRP-PRINT-TERMID NOT = SPACES
                           MOVE USRP-PRINT-TERMID TO WS-TARGET
                       END-IF
               END-READ
           END-IF
           IF WS-SPOL-TIME = ZERO
               ACCEPT WS-RUN-TIME8 FROM TIME
               MOVE WS-RUN-TIME6 TO WS-SPOL-TIME
           END-IF
           MOVE SPACES TO SPOL-REC
           MOVE WS-TODAY TO SPOL-DATE
           SET SPOL-QUEUED TO TRUE
           MOVE RSUB-USERID TO SPOL-USERID
           MOVE WS-TARGET TO SPOL-PRINT-TERMID
           SET SPOL-PRINT-REPORT TO TRUE
           MOVE WS-RUN-DATE TO SPOL-RIDFLD(1:8)
           MOVE RSUB-RPT-ID TO SPOL-FILE
           MOVE 'N' TO WS-SPOL-DONE
           PERFORM UNTIL WS-SPOL-DONE = 'Y'
               MOVE WS-SPOL-TIME TO SPOL-TIME
               MOVE WS-SPOL-SEQ TO SPOL-SEQ
               WRITE SPOL-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SPOL-DONE
               END-WRITE
               IF WS-SPOL-SEQ = 99
                   MOVE ZERO TO WS-SPOL-SEQ
                   ADD 1 TO WS-SPOL-TIME
               ELSE
                   ADD 1 TO WS-SPOL-SEQ
               END-IF
           END-PERFORM
           ADD 1 TO WS-PRINT-COUNT.
       400-EXIT.
           EXIT.

      *    The whole run for the gateway to mail - a heading record
      *    naming the report, then every line in sequence.
       410-MAIL-REPORT.
           MOVE SPACES TO MAIL-REC
           MOVE WS-ADDRESS TO MAIL-ADDRESS
           MOVE RSUB-RPT-ID TO MAIL-RPT-ID
           MOVE WS-RUN-DATE TO MAIL-RUN-DATE
           MOVE 'H' TO MAIL-KIND
           MOVE ZERO TO MAIL-SEQ
           STRING 'Report ' RSUB-RPT-ID ' for ' WS-RUN-DATE
               ' - ' WS-RUN-LINES ' lines'
               DELIMITED BY SIZE INTO MAIL-TEXT
           END-STRING
           WRITE MAIL-REC
           MOVE ZERO TO WS-MAIL-SEQ
           MOVE 'N' TO WS-RUN-EOF
           MOVE RSUB-RPT-ID TO RPTR-ID
           MOVE WS-RUN-DATE TO RPTR-DATE
           MOVE ZERO TO RPTR-SEQ
           START RPTR-FILE KEY NOT LESS THAN RPTR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-EOF
           END-START
           PERFORM UNTIL WS-RUN-EOF = 'Y'
               READ RPTR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RUN-EOF
               END-READ
               IF WS-RUN-EOF NOT = 'Y'
                   IF RPTR-ID = RSUB-RPT-ID
                       AND RPTR-DATE = WS-RUN-DATE
                       ADD 1 TO WS-MAIL-SEQ
                       MOVE 'L' TO MAIL-KIND
                       MOVE WS-MAIL-SEQ TO MAIL-SEQ
                       MOVE RPTR-LINE TO MAIL-TEXT
                       WRITE MAIL-REC
                   ELSE
                       MOVE 'Y' TO WS-RUN-EOF
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-MAIL-COUNT.
       410-EXIT.
           EXIT.

       420-MAIL-NOTICE.
           MOVE SPACES TO MAIL-REC
           MOVE WS-ADDRESS TO MAIL-ADDRESS
           MOVE RSUB-RPT-ID TO MAIL-RPT-ID
           MOVE WS-RUN-DATE TO MAIL-RUN-DATE
           MOVE 'V' TO MAIL-KIND
           MOVE ZERO TO MAIL-SEQ
           STRING 'Report ' RSUB-RPT-ID ' for ' WS-RUN-DATE
               ' is ready - view it on the report viewer, SM37'
               DELIMITED BY SIZE INTO MAIL-TEXT
           END-STRING
           WRITE MAIL-REC
           ADD 1 TO WS-NOTICE-COUNT.
       420-EXIT.
           EXIT.

      *    The log record is written whatever the outcome, and
      *    rewritten when a rerun tries again.
       500-LOG-DELIVERY.
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE SPACES TO RDLG-REC
           MOVE RSUB-RPT-ID TO RDLG-RPT-ID
           MOVE WS-RUN-DATE TO RDLG-RUN-DATE
           MOVE RSUB-USERID TO RDLG-USERID
           MOVE RSUB-METHOD TO RDLG-METHOD
           MOVE WS-RESULT TO RDLG-RESULT
           MOVE WS-TODAY TO RDLG-SENT-DATE
           MOVE WS-RUN-TIME6 TO RDLG-SENT-TIME
           MOVE WS-TARGET TO RDLG-TARGET
           IF WS-RESULT = 'D'
               MOVE WS-RUN-LINES TO RDLG-LINES
           ELSE
               MOVE ZERO TO RDLG-LINES
           END-IF
           WRITE RDLG-REC
               INVALID KEY
                   REWRITE RDLG-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
       500-EXIT.
           EXIT.

       510-LIST-DELIVERY.
           MOVE RSUB-USERID TO DL-USERID
           MOVE RSUB-RPT-ID TO DL-RPT-ID
           EVALUATE TRUE
           WHEN RSUB-BY-PRINT
               MOVE 'PRINT' TO DL-METHOD
           WHEN RSUB-BY-MAIL
               MOVE 'MAIL' TO DL-METHOD
           WHEN OTHER
               MOVE 'NOTICE' TO DL-METHOD
           END-EVALUATE
           EVALUATE WS-RESULT
           WHEN 'D'
               MOVE 'DELIVERED' TO DL-OUTCOME
           WHEN 'A'
               MOVE 'NO NOTIFY ADDRESS' TO DL-OUTCOME
           WHEN OTHER
               MOVE 'NO REPORT ACCESS' TO DL-OUTCOME
           END-EVALUATE
           MOVE WS-TARGET TO DL-TARGET
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       510-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUBSCRIPTIONS WITH A RUN' TO TL-LABEL
           MOVE WS-SUB-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  DELIVERED' TO TL-LABEL
           MOVE WS-DELIVERED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '    PRINTS QUEUED' TO TL-LABEL
           MOVE WS-PRINT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '    REPORTS MAILED' TO TL-LABEL
           MOVE WS-MAIL-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '    NOTICES SENT' TO TL-LABEL
           MOVE WS-NOTICE-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  ALREADY DELIVERED' TO TL-LABEL
           MOVE WS-ALREADY-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  NO NOTIFY ADDRESS' TO TL-LABEL
           MOVE WS-NOADDR-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  NO REPORT ACCESS' TO TL-LABEL
           MOVE WS-NOACCESS-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SUBSCRIPTIONS WITH NO RUN' TO TL-LABEL
           MOVE WS-NORUN-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'RPTDST01 - RUN ' WS-RUN-DATE
               ' DELIVERED: ' WS-DELIVERED-COUNT
               ' ALREADY: ' WS-ALREADY-COUNT
               ' NO ADDRESS: ' WS-NOADDR-COUNT
               ' NO ACCESS: ' WS-NOACCESS-COUNT
               ' NO RUN: ' WS-NORUN-COUNT
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'RPTDST01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           MOVE WS-DELIVERED-COUNT TO RESTART-COUNT
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-STAMP-DATE TO RESTART-END-DATE
           MOVE WS-RUN-TIME6 TO RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           IF WS-USRP-OPEN = 'Y'
               CLOSE USRP-FILE
           END-IF
           CLOSE RSUB-FILE
           CLOSE RPTR-FILE
           CLOSE RDLG-FILE
           CLOSE UAF-FILE
           CLOSE SPOOL-FILE
           CLOSE NAM-FILE
           CLOSE MAIL-FILE
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.

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
      *    is counted and treated as holding no address.
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
