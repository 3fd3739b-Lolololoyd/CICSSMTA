       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTIMP01.
      ******************************************************************
      *DESCRIPTION: Ticket-history import from an acquired service      *
      *             desk - reads their tickets (IMPMAST, IMPM0001) and  *
      *             work-log notes (IMPNOTE, IMPN0001), maps their      *
      *             statuses, service codes, priorities, people and     *
      *             resolution codes onto ours through the IMPMAP       *
      *             table, and writes each ticket to tktm0001/tktd0001  *
      *             under a new TICKET-NUM off the tktc0001 control     *
      *             record, routed by its service's routing rule the    *
      *             way PMSOPN01 routes (no roster - it is history).    *
      *             The first work-log line of every imported ticket    *
      *             reads 'Imported from <desk> ticket <number>', so    *
      *             the nightly WIDXBLD1 rebuild puts the old number    *
      *             on SM0038's keyword search; impx0001 holds the      *
      *             pair both ways.                                     *
      *    Parameter: DRYRUN (the default) or LIVE, then the source     *
      *    desk code (4 characters, required) - e.g. 'LIVE ACQ1'.       *
      *    Every run makes the validation pass first: each master and   *
      *    note is mapped and checked, every reject is listed with its  *
      *    reason, and the control totals are proved - records read     *
      *    must equal each file's trailer count, and read must equal    *
      *    new + already imported + rejected. A dry run stops there     *
      *    and writes nothing. A live run goes on to the import pass    *
      *    only when the totals balance; otherwise it ends with return  *
      *    code 8 having written nothing. Rejected tickets (and their   *
      *    notes) are left behind - fix the map or the extract and     *
      *    run again.                                                   *
      *    IMPMAP cards - type in column 1, their value from column 3,  *
      *    ours from column 16:                                         *
      *      S status      -> O, P, A, J, C or W                        *
      *      V service     -> svcc0001 code                             *
      *      P priority    -> 1, 2 or 3                                 *
      *      U person      -> uaf00001 userid                           *
      *      R resolution  -> resl0001 code                             *
      *    A '*' value is the default for its type. A blank assignee,   *
      *    closer, or the resolution of a ticket that is not closed     *
      *    stays blank; any other value that does not map rejects the   *
      *    record. A map card in error stops the job before anything   *
      *    is read.                                                     *
      *    Rerun: impx0001 is written (state I) before a ticket and     *
      *    stamped C once its master and notes are all on file, so a    *
      *    rerun counts C tickets as already imported and finishes an   *
      *    I one under the number it was given - lines are rewritten   *
      *    in place, never duplicated. The run is stamped STARTED and   *
      *    COMPLETED on RUNCTL01 like every other updating job, and a   *
      *    live run's totals go to baln0001.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAST-FILE ASSIGN TO IMPMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT NOTE-FILE ASSIGN TO IMPNOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT MAP-FILE ASSIGN TO IMPMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT IMPX-FILE ASSIGN TO IMPX0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMPX-KEY
               ALTERNATE RECORD KEY IS IMPX-TICKET
               FILE STATUS IS WS-IMPX-STATUS.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT TICKD-FILE ASSIGN TO TKTD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKD-KEY
               FILE STATUS IS WS-TICKD-STATUS.
           SELECT TKTC-FILE ASSIGN TO TKTC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CONTROL-KEY
               FILE STATUS IS WS-TKTC-STATUS.
           SELECT UAF-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UAF-USERID
               FILE STATUS IS WS-UAF-STATUS.
           SELECT SVC-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT RESL-FILE ASSIGN TO RESL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESL-KEY
               FILE STATUS IS WS-RESL-STATUS.
           SELECT SITE-FILE ASSIGN TO SITE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-PARM-ID
               FILE STATUS IS WS-SITE-STATUS.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RESTART-FILE ASSIGN TO RUNCTL01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESTART-JOB-ID
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT BALN-FILE ASSIGN TO BALN0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALN-KEY
               FILE STATUS IS WS-BALN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  MAST-REC.
           COPY IMPM0001.

       FD  NOTE-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  NOTE-REC.
           COPY IMPN0001.

       FD  MAP-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  MAP-CARD.
           05  MAP-TYPE                  PIC X(01).
           05  FILLER                    PIC X(01).
           05  MAP-FROM                  PIC X(12).
           05  FILLER                    PIC X(01).
           05  MAP-TO                    PIC X(08).
           05  FILLER                    PIC X(57).

       FD  IMPX-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  IMPX-REC.
           COPY IMPX0001.

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

       FD  TKTC-FILE
           RECORD CONTAINS 13 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKTC-REC.
           COPY TICKC0001.

       FD  UAF-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UAF-REC.
           05  UAF-USERID                PIC X(08).
           05  FILLER                    PIC X(33).

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.

       FD  RESL-FILE
           RECORD CONTAINS 35 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RESL-REC.
           05  RESL-KEY                  PIC X(04).
           05  FILLER                    PIC X(31).

       FD  SITE-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITE-REC.
           COPY SITEPRM1.

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

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

       FD  BALN-FILE
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BALN-REC.
           COPY BALN0001.

       WORKING-STORAGE SECTION.
       01  WS-MAST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NOTE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-IMPX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-TKTC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UAF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BALN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-JOB-ID                     PIC X(08) VALUE 'TKTIMP01'.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.

      *    Parameter.
       01  WS-PARM                       PIC X(20) VALUE SPACES.
       01  WS-PARM-MODE                  PIC X(08) VALUE SPACES.
       01  WS-SRC-SYS                    PIC X(04) VALUE SPACES.
       01  WS-LIVE                       PIC X(01) VALUE 'N'.
       01  WS-PASS                       PIC 9(01) VALUE 1.
       01  WS-BALANCED                   PIC X(01) VALUE 'N'.

      *    The mapping table, loaded from IMPMAP.
       01  WS-MAP-EOF                    PIC X(01) VALUE 'N'.
       01  WS-MAP-ERRORS                 PIC 9(03) VALUE ZERO.
       01  WS-MAP-MAX                    PIC 9(04) VALUE 2000.
       01  WS-MAP-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-MAP-IDX                    PIC 9(04) VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 2000 TIMES.
               10  WS-MAP-TTYPE          PIC X(01).
               10  WS-MAP-TFROM          PIC X(12).
               10  WS-MAP-TTO            PIC X(08).
       01  WS-MAP-REASON                 PIC X(30) VALUE SPACES.
      *    One lookup - type and their value in, ours out.
       01  WS-LK-TYPE                    PIC X(01) VALUE SPACE.
       01  WS-LK-FROM                    PIC X(12) VALUE SPACES.
       01  WS-LK-TO                      PIC X(08) VALUE SPACES.
       01  WS-LK-DEFAULT                 PIC X(08) VALUE SPACES.
       01  WS-LK-FOUND                   PIC X(01) VALUE 'N'.

      *    Merge state and the mapped ticket.
       01  WS-MAST-EOF                   PIC X(01) VALUE 'N'.
       01  WS-NOTE-EOF                   PIC X(01) VALUE 'N'.
       01  WS-MAST-TRL-SEEN              PIC X(01) VALUE 'N'.
       01  WS-NOTE-TRL-SEEN              PIC X(01) VALUE 'N'.
       01  WS-MAST-TRL-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-NOTE-TRL-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-PREV-MAST                  PIC X(12) VALUE LOW-VALUES.
       01  WS-PREV-NOTE.
           05  WS-PREV-NOTE-SRC          PIC X(12) VALUE LOW-VALUES.
           05  WS-PREV-NOTE-SEQ          PIC 9(05) VALUE ZERO.
       01  WS-CUR-NOTE.
           05  WS-CUR-NOTE-SRC           PIC X(12).
           05  WS-CUR-NOTE-SEQ           PIC 9(05).
      *    What became of the current master - N new, A already
      *    imported, R rejected.
       01  WS-MAST-FATE                  PIC X(01) VALUE SPACE.
       01  WS-NOTE-FATE                  PIC X(01) VALUE SPACE.
       01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       01  WS-NEW-STATUS                 PIC X(01) VALUE SPACE.
       01  WS-NEW-SVC                    PIC X(08) VALUE SPACES.
       01  WS-NEW-PRIORITY               PIC X(01) VALUE SPACE.
       01  WS-NEW-REQUESTOR              PIC X(08) VALUE SPACES.
       01  WS-NEW-ASSIGNED               PIC X(08) VALUE SPACES.
       01  WS-NEW-CLOSED-BY              PIC X(08) VALUE SPACES.
       01  WS-NEW-RESL                   PIC X(04) VALUE SPACES.
       01  WS-NEW-CLOSED-DATE            PIC 9(08) VALUE ZERO.
       01  WS-NEW-AUTHOR                 PIC X(08) VALUE SPACES.
       01  WS-CHK-DATE                   PIC 9(08) VALUE ZERO.

      *    Control totals - pass 1 proves them, pass 2 writes.
       01  WS-MAST-READ                  PIC 9(07) VALUE ZERO.
       01  WS-MAST-NEW                   PIC 9(07) VALUE ZERO.
       01  WS-MAST-ALREADY               PIC 9(07) VALUE ZERO.
       01  WS-MAST-REJECT                PIC 9(07) VALUE ZERO.
       01  WS-NOTE-READ                  PIC 9(07) VALUE ZERO.
       01  WS-NOTE-NEW                   PIC 9(07) VALUE ZERO.
       01  WS-NOTE-ALREADY               PIC 9(07) VALUE ZERO.
       01  WS-NOTE-REJECT                PIC 9(07) VALUE ZERO.
       01  WS-TKT-WRITTEN                PIC 9(07) VALUE ZERO.
       01  WS-TKT-RESUMED                PIC 9(07) VALUE ZERO.
       01  WS-LINE-WRITTEN               PIC 9(07) VALUE ZERO.

      *    Ticket-write work, as PMSOPN01 carries it.
       01  WS-SERIES-ORD                 PIC S9(4) VALUE ZERO.
       01  WS-SERIES-NUM5                PIC 9(05) VALUE ZERO.
       01  WS-NOTE-LINES                 PIC 9(05) VALUE ZERO.
       01  WS-SEQ-WORK.
           COPY TKDSEQW1.
       01  WS-DEFAULT-CONTACT-KEY.
           05  WS-DEFAULT-CONTACT-REGION PIC X(02) VALUE 'HQ'.
           05  WS-DEFAULT-CONTACT-CODE   PIC X(04) VALUE 'HELP'.

       01  WS-HEAD1.
           05  FILLER                    PIC X(32) VALUE
               'ACQUIRED-DESK TICKET IMPORT - '.
           05  HL-MODE                   PIC X(08).
           05  FILLER                    PIC X(09) VALUE ' SOURCE '.
           05  HL-SRC-SYS                PIC X(04).
           05  FILLER                    PIC X(79) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(132) VALUE
               'RECORD SOURCE-NUM    NOTE   REASON'.

       01  WS-DETAIL-LINE.
           05  DL-KIND                   PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-SRC-NUM                PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-NOTE-SEQ               PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-REASON                 PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-VALUE                  PIC X(60).
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-KIND                   PIC X(08).
           05  FILLER                    PIC X(07) VALUE ' READ:'.
           05  TL-READ                   PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE '  TRAILER:'.
           05  TL-TRAILER                PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(06) VALUE '  NEW:'.
           05  TL-NEW                    PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE '  ALREADY:'.
           05  TL-ALREADY                PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE
               '  REJECTED:'.
           05  TL-REJECT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  WS-MSG-LINE.
           05  ML-TEXT                   PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE THRU 100-EXIT
           MOVE 1 TO WS-PASS
           PERFORM 200-RUN-PASS THRU 200-EXIT
           PERFORM 300-CHECK-BALANCE THRU 300-EXIT
           IF WS-LIVE = 'Y' AND WS-BALANCED = 'Y'
               MOVE 2 TO WS-PASS
               PERFORM 200-RUN-PASS THRU 200-EXIT
           END-IF
           PERFORM 900-TERMINATE THRU 900-EXIT
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-PARM-MODE WS-SRC-SYS
           END-UNSTRING
           EVALUATE WS-PARM-MODE
           WHEN 'LIVE'
               MOVE 'Y' TO WS-LIVE
           WHEN 'DRYRUN'
               MOVE 'N' TO WS-LIVE
           WHEN OTHER
               DISPLAY 'TKTIMP01 - PARM MUST BE DRYRUN OR LIVE AND'
                   ' THE SOURCE DESK CODE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE
           IF WS-SRC-SYS = SPACES
               DISPLAY 'TKTIMP01 - NO SOURCE DESK CODE IN THE PARM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT UAF-FILE
           IF WS-UAF-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING UAF00001, STATUS='
                   WS-UAF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SVC-FILE
           IF WS-SVC-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING SVCC0001, STATUS='
                   WS-SVC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RESL-FILE
           IF WS-RESL-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING RESL0001, STATUS='
                   WS-RESL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LIVE = 'Y'
               MOVE 'LIVE RUN' TO HL-MODE
           ELSE
               MOVE 'DRY RUN' TO HL-MODE
           END-IF
           MOVE WS-SRC-SYS TO HL-SRC-SYS
           WRITE REPORT-LINE FROM WS-HEAD1
           PERFORM 120-LOAD-MAP THRU 120-EXIT
           IF WS-MAP-ERRORS > ZERO
               MOVE SPACES TO ML-TEXT
               STRING WS-MAP-ERRORS ' IMPMAP CARD(S) IN ERROR - '
                   'NOTHING READ OR WRITTEN'
                   DELIMITED BY SIZE INTO ML-TEXT
               END-STRING
               WRITE REPORT-LINE FROM WS-MSG-LINE
               DISPLAY 'TKTIMP01 - ' WS-MAP-ERRORS
                   ' IMPMAP CARD(S) IN ERROR'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The cross-reference is created empty on the first run; a
      *    dry run only reads it.
           OPEN I-O IMPX-FILE
           IF WS-IMPX-STATUS = '35'
               OPEN OUTPUT IMPX-FILE
               CLOSE IMPX-FILE
               OPEN I-O IMPX-FILE
           END-IF
           IF WS-IMPX-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING IMPX0001, STATUS='
                   WS-IMPX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LIVE = 'Y'
               PERFORM 130-OPEN-TICKET-FILES THRU 130-EXIT
           END-IF
           PERFORM 115-STAMP-STARTED
           WRITE REPORT-LINE FROM WS-HEAD2.
       100-EXIT.
           EXIT.

      *    Stamp this run STARTED on the shared run-control record -
      *    same convention as every other job on RUNCTL01.
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

      *    Load and check every map card; each one in error is listed
      *    and counted, and the job stops once all have been seen.
       120-LOAD-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING IMPMAP, STATUS='
                   WS-MAP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MAP-EOF = 'Y'
               READ MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF
               END-READ
               IF WS-MAP-EOF NOT = 'Y' AND MAP-CARD NOT = SPACES
                   AND MAP-TYPE NOT = '*'
                   PERFORM 125-EDIT-MAP-CARD THRU 125-EXIT
                   IF WS-MAP-REASON NOT = SPACES
                       ADD 1 TO WS-MAP-ERRORS
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE 'IMPMAP' TO DL-KIND
                       MOVE WS-MAP-REASON TO DL-REASON
                       MOVE MAP-CARD TO DL-VALUE
                       WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MAP-FILE.
       120-EXIT.
           EXIT.

       125-EDIT-MAP-CARD.
           MOVE SPACES TO WS-MAP-REASON
           IF MAP-TYPE NOT = 'S' AND MAP-TYPE NOT = 'V'
               AND MAP-TYPE NOT = 'P' AND MAP-TYPE NOT = 'U'
               AND MAP-TYPE NOT = 'R'
               MOVE 'TYPE NOT S, V, P, U OR R' TO WS-MAP-REASON
               GO TO 125-EXIT
           END-IF
           IF MAP-FROM = SPACES OR MAP-TO = SPACES
               MOVE 'THEIR OR OUR VALUE MISSING' TO WS-MAP-REASON
               GO TO 125-EXIT
           END-IF
           MOVE MAP-TYPE TO WS-LK-TYPE
           MOVE MAP-FROM TO WS-LK-FROM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-TTYPE(WS-MAP-IDX) = WS-LK-TYPE
                   AND WS-MAP-TFROM(WS-MAP-IDX) = WS-LK-FROM
                   MOVE 'DUPLICATE CARD' TO WS-MAP-REASON
               END-IF
           END-PERFORM
           IF WS-MAP-REASON NOT = SPACES
               GO TO 125-EXIT
           END-IF
           EVALUATE MAP-TYPE
           WHEN 'S'
               IF MAP-TO NOT = 'O' AND MAP-TO NOT = 'P'
                   AND MAP-TO NOT = 'A' AND MAP-TO NOT = 'J'
                   AND MAP-TO NOT = 'C' AND MAP-TO NOT = 'W'
                   MOVE 'STATUS NOT O P A J C OR W' TO WS-MAP-REASON
               END-IF
           WHEN 'P'
               IF MAP-TO NOT = '1' AND MAP-TO NOT = '2'
                   AND MAP-TO NOT = '3'
                   MOVE 'PRIORITY NOT 1, 2 OR 3' TO WS-MAP-REASON
               END-IF
           WHEN 'V'
               MOVE MAP-TO TO SVC-CODE
               READ SVC-FILE
                   INVALID KEY
                       MOVE 'SERVICE NOT ON SVCC0001' TO WS-MAP-REASON
               END-READ
           WHEN 'U'
               MOVE MAP-TO TO UAF-USERID
               READ UAF-FILE
                   INVALID KEY
                       MOVE 'USERID NOT ON UAF00001' TO WS-MAP-REASON
               END-READ
           WHEN 'R'
               MOVE MAP-TO TO RESL-KEY
               READ RESL-FILE
                   INVALID KEY
                       MOVE 'CODE NOT ON RESL0001' TO WS-MAP-REASON
               END-READ
           END-EVALUATE
           IF WS-MAP-REASON NOT = SPACES
               GO TO 125-EXIT
           END-IF
           IF WS-MAP-COUNT >= WS-MAP-MAX
               MOVE 'MAP TABLE FULL' TO WS-MAP-REASON
               GO TO 125-EXIT
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE MAP-TYPE TO WS-MAP-TTYPE(WS-MAP-COUNT)
           MOVE MAP-FROM TO WS-MAP-TFROM(WS-MAP-COUNT)
           MOVE MAP-TO TO WS-MAP-TTO(WS-MAP-COUNT).
       125-EXIT.
           EXIT.

      *    Live run only - the files the import pass writes, plus the
      *    routing lookups.
       130-OPEN-TICKET-FILES.
           OPEN I-O TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TICKD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O TKTC-FILE
           IF WS-TKTC-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING TKTC0001, STATUS='
                   WS-TKTC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Same DFLTCNCT fall-back TKTOPN01 and PMSOPN01 route to.
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS = '00'
               MOVE 'DFLTCNCT' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITE-PARM-VALUE(1:6) NOT = SPACES
                           MOVE SITE-PARM-VALUE(1:6)
                               TO WS-DEFAULT-CONTACT-KEY
                       END-IF
               END-READ
               CLOSE SITE-FILE
           END-IF.
       130-EXIT.
           EXIT.

      *    One pass over the two extracts as a match-merge on their
      *    ticket number: the notes below each master go with it, a
      *    note with no master ahead of it is an orphan. Pass 1
      *    counts and lists; pass 2 writes what pass 1 accepted.
       200-RUN-PASS.
           MOVE ZERO TO WS-MAST-READ WS-MAST-NEW WS-MAST-ALREADY
               WS-MAST-REJECT WS-NOTE-READ WS-NOTE-NEW
               WS-NOTE-ALREADY WS-NOTE-REJECT
           MOVE 'N' TO WS-MAST-EOF WS-NOTE-EOF
               WS-MAST-TRL-SEEN WS-NOTE-TRL-SEEN
           MOVE ZERO TO WS-MAST-TRL-COUNT WS-NOTE-TRL-COUNT
           MOVE LOW-VALUES TO WS-PREV-MAST WS-PREV-NOTE-SRC
           MOVE ZERO TO WS-PREV-NOTE-SEQ
           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING IMPMAST, STATUS='
                   WS-MAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-STATUS NOT = '00'
               DISPLAY 'TKTIMP01 - ERROR OPENING IMPNOTE, STATUS='
                   WS-NOTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 210-READ-MASTER THRU 210-EXIT
           PERFORM 220-READ-NOTE THRU 220-EXIT
           PERFORM UNTIL WS-MAST-EOF = 'Y'
               PERFORM 230-PROCESS-MASTER THRU 230-EXIT
               PERFORM 210-READ-MASTER THRU 210-EXIT
           END-PERFORM
           MOVE 'R' TO WS-MAST-FATE
           PERFORM UNTIL WS-NOTE-EOF = 'Y'
               MOVE 'NO MASTER FOR NOTE' TO WS-REJECT-REASON
               PERFORM 260-REJECT-NOTE
               PERFORM 220-READ-NOTE THRU 220-EXIT
           END-PERFORM
           CLOSE MAST-FILE
           CLOSE NOTE-FILE.
       200-EXIT.
           EXIT.

      *    The trailer ends the file; a record that is neither master
      *    nor trailer is read, counted and rejected.
       210-READ-MASTER.
           READ MAST-FILE
               AT END
                   MOVE 'Y' TO WS-MAST-EOF
                   GO TO 210-EXIT
           END-READ
           IF IMPM-TRAILER
               MOVE 'Y' TO WS-MAST-TRL-SEEN
               IF IMPM-TRL-COUNT IS NUMERIC
                   MOVE IMPM-TRL-COUNT TO WS-MAST-TRL-COUNT
               END-IF
               MOVE 'Y' TO WS-MAST-EOF
           END-IF.
       210-EXIT.
           EXIT.

       220-READ-NOTE.
           READ NOTE-FILE
               AT END
                   MOVE 'Y' TO WS-NOTE-EOF
                   GO TO 220-EXIT
           END-READ
           IF IMPN-TRAILER
               MOVE 'Y' TO WS-NOTE-TRL-SEEN
               IF IMPN-TRL-COUNT IS NUMERIC
                   MOVE IMPN-TRL-COUNT TO WS-NOTE-TRL-COUNT
               END-IF
               MOVE 'Y' TO WS-NOTE-EOF
               GO TO 220-EXIT
           END-IF
           ADD 1 TO WS-NOTE-READ.
       220-EXIT.
           EXIT.

      *    One master and the notes that belong to it.
       230-PROCESS-MASTER.
           ADD 1 TO WS-MAST-READ
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT IMPM-MASTER
               MOVE 'NOT AN M OR T RECORD' TO WS-REJECT-REASON
           ELSE
               IF IMPM-SRC-NUM = SPACES
                   MOVE 'NO SOURCE TICKET NUMBER' TO WS-REJECT-REASON
               ELSE
                   IF IMPM-SRC-NUM NOT > WS-PREV-MAST
                       MOVE 'OUT OF SEQUENCE OR DUPLICATE'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE IMPM-SRC-NUM TO WS-PREV-MAST
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 240-MAP-MASTER THRU 240-EXIT
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'R' TO WS-MAST-FATE
               ADD 1 TO WS-MAST-REJECT
               IF WS-PASS = 1
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE 'MASTER' TO DL-KIND
                   MOVE IMPM-SRC-NUM TO DL-SRC-NUM
                   MOVE WS-REJECT-REASON TO DL-REASON
                   MOVE IMPM-SUMMARY TO DL-VALUE
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           ELSE
               MOVE WS-SRC-SYS TO IMPX-SRC-SYS
               MOVE IMPM-SRC-NUM TO IMPX-SRC-NUM
               READ IMPX-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MAST-FATE
                   NOT INVALID KEY
                       IF IMPX-COMPLETE
                           MOVE 'A' TO WS-MAST-FATE
                       ELSE
                           MOVE 'N' TO WS-MAST-FATE
                       END-IF
               END-READ
               IF WS-MAST-FATE = 'A'
                   ADD 1 TO WS-MAST-ALREADY
               ELSE
                   ADD 1 TO WS-MAST-NEW
                   IF WS-PASS = 2
                       PERFORM 400-WRITE-TICKET THRU 400-EXIT
                   END-IF
               END-IF
           END-IF
      *    Notes sorting ahead of this master have none.
           PERFORM UNTIL WS-NOTE-EOF = 'Y'
                   OR IMPN-SRC-NUM NOT < IMPM-SRC-NUM
               MOVE 'NO MASTER FOR NOTE' TO WS-REJECT-REASON
               PERFORM 260-REJECT-NOTE
               PERFORM 220-READ-NOTE THRU 220-EXIT
           END-PERFORM
           PERFORM UNTIL WS-NOTE-EOF = 'Y'
                   OR IMPN-SRC-NUM NOT = IMPM-SRC-NUM
               PERFORM 250-PROCESS-NOTE THRU 250-EXIT
               PERFORM 220-READ-NOTE THRU 220-EXIT
           END-PERFORM
           IF WS-PASS = 2 AND WS-MAST-FATE = 'N'
               PERFORM 450-COMPLETE-XREF THRU 450-EXIT
           END-IF.
       230-EXIT.
           EXIT.

      *    Map and check one master. A field that does not map names
      *    itself in the reason.
       240-MAP-MASTER.
           MOVE 'S' TO WS-LK-TYPE
           MOVE IMPM-STATUS TO WS-LK-FROM
           PERFORM 270-LOOKUP
           IF WS-LK-FOUND = 'N'
               MOVE 'STATUS NOT MAPPED' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           MOVE WS-LK-TO TO WS-NEW-STATUS
           MOVE 'V' TO WS-LK-TYPE
           MOVE IMPM-SERVICE TO WS-LK-FROM
           PERFORM 270-LOOKUP
           IF WS-LK-FOUND = 'N'
               MOVE 'SERVICE NOT MAPPED' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           MOVE WS-LK-TO TO WS-NEW-SVC
           MOVE 'P' TO WS-LK-TYPE
           MOVE IMPM-PRIORITY TO WS-LK-FROM
           PERFORM 270-LOOKUP
           IF WS-LK-FOUND = 'N'
               MOVE 'PRIORITY NOT MAPPED' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           MOVE WS-LK-TO TO WS-NEW-PRIORITY
           IF IMPM-REQUESTOR = SPACES
               MOVE 'NO REQUESTOR' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           MOVE 'U' TO WS-LK-TYPE
           MOVE IMPM-REQUESTOR TO WS-LK-FROM
           PERFORM 270-LOOKUP
           IF WS-LK-FOUND = 'N'
               MOVE 'REQUESTOR NOT MAPPED' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           MOVE WS-LK-TO TO WS-NEW-REQUESTOR
           MOVE SPACES TO WS-NEW-ASSIGNED WS-NEW-CLOSED-BY WS-NEW-RESL
           IF IMPM-ASSIGNED NOT = SPACES
               MOVE IMPM-ASSIGNED TO WS-LK-FROM
               PERFORM 270-LOOKUP
               IF WS-LK-FOUND = 'N'
                   MOVE 'ASSIGNEE NOT MAPPED' TO WS-REJECT-REASON
                   GO TO 240-EXIT
               END-IF
               MOVE WS-LK-TO TO WS-NEW-ASSIGNED
           END-IF
           IF IMPM-OPEN-DATE IS NOT NUMERIC
               MOVE 'OPEN DATE NOT A DATE' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           MOVE IMPM-OPEN-DATE TO WS-CHK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) NOT = ZERO
               OR WS-CHK-DATE > WS-TODAY
               MOVE 'OPEN DATE NOT A DATE' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           IF IMPM-OPEN-TIME IS NOT NUMERIC
               OR IMPM-OPEN-TIME > 235959
               MOVE 'OPEN TIME NOT A TIME' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           IF IMPM-DUE-DATE IS NUMERIC AND IMPM-DUE-DATE NOT = ZERO
               MOVE IMPM-DUE-DATE TO WS-CHK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) NOT = ZERO
                   MOVE 'DUE DATE NOT A DATE' TO WS-REJECT-REASON
                   GO TO 240-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-NEW-CLOSED-DATE
           IF WS-NEW-STATUS NOT = 'C'
               GO TO 240-EXIT
           END-IF
      *    A closed ticket needs the date, who closed it and a
      *    resolution code, as one closed here would.
           IF IMPM-CLOSED-DATE IS NOT NUMERIC
               OR IMPM-CLOSED-DATE < IMPM-OPEN-DATE
               MOVE 'CLOSED DATE MISSING OR EARLY' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           MOVE IMPM-CLOSED-DATE TO WS-CHK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) NOT = ZERO
               MOVE 'CLOSED DATE MISSING OR EARLY' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           MOVE IMPM-CLOSED-DATE TO WS-NEW-CLOSED-DATE
           IF IMPM-CLOSED-BY NOT = SPACES
               MOVE 'U' TO WS-LK-TYPE
               MOVE IMPM-CLOSED-BY TO WS-LK-FROM
               PERFORM 270-LOOKUP
               IF WS-LK-FOUND = 'N'
                   MOVE 'CLOSER NOT MAPPED' TO WS-REJECT-REASON
                   GO TO 240-EXIT
               END-IF
               MOVE WS-LK-TO TO WS-NEW-CLOSED-BY
           END-IF
           MOVE 'R' TO WS-LK-TYPE
           MOVE IMPM-RESOLUTION TO WS-LK-FROM
           PERFORM 270-LOOKUP
           IF WS-LK-FOUND = 'N'
               MOVE 'RESOLUTION NOT MAPPED' TO WS-REJECT-REASON
               GO TO 240-EXIT
           END-IF
           MOVE WS-LK-TO TO WS-NEW-RESL.
       240-EXIT.
           EXIT.

      *    A note follows its master's fate; a new master's note is
      *    checked in its own right.
       250-PROCESS-NOTE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE IMPN-SRC-NUM TO WS-CUR-NOTE-SRC
           MOVE ZERO TO WS-CUR-NOTE-SEQ
           IF IMPN-NOTE-SEQ IS NUMERIC
               MOVE IMPN-NOTE-SEQ TO WS-CUR-NOTE-SEQ
           END-IF
           EVALUATE TRUE
           WHEN WS-MAST-FATE = 'R'
               MOVE 'MASTER REJECTED' TO WS-REJECT-REASON
           WHEN NOT IMPN-NOTE
               MOVE 'NOT AN N OR T RECORD' TO WS-REJECT-REASON
           WHEN IMPN-NOTE-SEQ IS NOT NUMERIC
               OR WS-CUR-NOTE NOT > WS-PREV-NOTE
               MOVE 'OUT OF SEQUENCE OR DUPLICATE' TO WS-REJECT-REASON
           WHEN OTHER
               MOVE WS-CUR-NOTE TO WS-PREV-NOTE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 260-REJECT-NOTE
               GO TO 250-EXIT
           END-IF
           IF WS-MAST-FATE = 'A'
               ADD 1 TO WS-NOTE-ALREADY
               GO TO 250-EXIT
           END-IF
           IF IMPN-ENTERED-DATE IS NOT NUMERIC
               MOVE 'NOTE DATE NOT A DATE' TO WS-REJECT-REASON
           ELSE
               MOVE IMPN-ENTERED-DATE TO WS-CHK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) NOT = ZERO
                   MOVE 'NOTE DATE NOT A DATE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'U' TO WS-LK-TYPE
               MOVE IMPN-ENTERED-BY TO WS-LK-FROM
               PERFORM 270-LOOKUP
               IF WS-LK-FOUND = 'N'
                   MOVE 'NOTE AUTHOR NOT MAPPED' TO WS-REJECT-REASON
               ELSE
                   MOVE WS-LK-TO TO WS-NEW-AUTHOR
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 260-REJECT-NOTE
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-NOTE-NEW
           IF WS-PASS = 2
               PERFORM 430-WRITE-NOTE THRU 430-EXIT
           END-IF.
       250-EXIT.
           EXIT.

       260-REJECT-NOTE.
           ADD 1 TO WS-NOTE-REJECT
           IF WS-PASS = 1
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE 'NOTE' TO DL-KIND
               MOVE IMPN-SRC-NUM TO DL-SRC-NUM
               MOVE IMPN-NOTE-SEQ TO DL-NOTE-SEQ
               MOVE WS-REJECT-REASON TO DL-REASON
               MOVE IMPN-TEXT TO DL-VALUE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
       260-EXIT.
           EXIT.

      *    Their value to ours - an exact card first, the type's '*'
      *    card failing that.
       270-LOOKUP.
           MOVE 'N' TO WS-LK-FOUND
           MOVE SPACES TO WS-LK-TO WS-LK-DEFAULT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-LK-FOUND = 'Y'
               IF WS-MAP-TTYPE(WS-MAP-IDX) = WS-LK-TYPE
                   IF WS-MAP-TFROM(WS-MAP-IDX) = WS-LK-FROM
                       MOVE WS-MAP-TTO(WS-MAP-IDX) TO WS-LK-TO
                       MOVE 'Y' TO WS-LK-FOUND
                   END-IF
                   IF WS-MAP-TFROM(WS-MAP-IDX) = '*'
                       MOVE WS-MAP-TTO(WS-MAP-IDX) TO WS-LK-DEFAULT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LK-FOUND = 'N' AND WS-LK-DEFAULT NOT = SPACES
               MOVE WS-LK-DEFAULT TO WS-LK-TO
               MOVE 'Y' TO WS-LK-FOUND
           END-IF.
       270-EXIT.
           EXIT.

      *    Proved before anything is written: each file ended on its
      *    trailer, the trailer counts what was read, and every
      *    record read is accounted for.
       300-CHECK-BALANCE.
           MOVE 'Y' TO WS-BALANCED
           MOVE 'MASTERS' TO TL-KIND
           MOVE WS-MAST-READ TO TL-READ
           MOVE WS-MAST-TRL-COUNT TO TL-TRAILER
           MOVE WS-MAST-NEW TO TL-NEW
           MOVE WS-MAST-ALREADY TO TL-ALREADY
           MOVE WS-MAST-REJECT TO TL-REJECT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOTES' TO TL-KIND
           MOVE WS-NOTE-READ TO TL-READ
           MOVE WS-NOTE-TRL-COUNT TO TL-TRAILER
           MOVE WS-NOTE-NEW TO TL-NEW
           MOVE WS-NOTE-ALREADY TO TL-ALREADY
           MOVE WS-NOTE-REJECT TO TL-REJECT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-MAST-TRL-SEEN = 'N' OR WS-NOTE-TRL-SEEN = 'N'
               MOVE 'N' TO WS-BALANCED
               MOVE 'NOT BALANCED - A FILE HAS NO TRAILER RECORD'
                   TO ML-TEXT
               WRITE REPORT-LINE FROM WS-MSG-LINE
           END-IF
           IF WS-MAST-READ NOT = WS-MAST-TRL-COUNT
               OR WS-NOTE-READ NOT = WS-NOTE-TRL-COUNT
               MOVE 'N' TO WS-BALANCED
               MOVE 'NOT BALANCED - RECORDS READ DIFFER FROM TRAILER'
                   TO ML-TEXT
               WRITE REPORT-LINE FROM WS-MSG-LINE
           END-IF
           IF WS-MAST-READ NOT =
                   WS-MAST-NEW + WS-MAST-ALREADY + WS-MAST-REJECT
               OR WS-NOTE-READ NOT =
                   WS-NOTE-NEW + WS-NOTE-ALREADY + WS-NOTE-REJECT
               MOVE 'N' TO WS-BALANCED
               MOVE 'NOT BALANCED - READ NOT NEW + ALREADY + REJECTED'
                   TO ML-TEXT
               WRITE REPORT-LINE FROM WS-MSG-LINE
           END-IF
           IF WS-BALANCED = 'Y'
               MOVE 'CONTROL TOTALS BALANCE' TO ML-TEXT
           ELSE
               MOVE 8 TO RETURN-CODE
               IF WS-LIVE = 'Y'
                   MOVE 'LIVE RUN STOPPED - NOTHING WRITTEN' TO ML-TEXT
               ELSE
                   MOVE 'A LIVE RUN WOULD STOP HERE' TO ML-TEXT
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-MSG-LINE.
       300-EXIT.
           EXIT.

      *    A ticket already given a number (I on impx0001) keeps it;
      *    otherwise the next number is taken off the control record
      *    exactly as PMSOPN01's 300-OPEN-TICKET takes it, and the
      *    cross-reference is written before the ticket.
       400-WRITE-TICKET.
           IF WS-IMPX-STATUS = '00' AND IMPX-IN-PROGRESS
               MOVE SPACES TO TKT-REC
               MOVE IMPX-TICKET TO TKT-NUM
               ADD 1 TO WS-TKT-RESUMED
           ELSE
               PERFORM 410-NEXT-NUMBER
               MOVE SPACES TO IMPX-REC
               MOVE WS-SRC-SYS TO IMPX-SRC-SYS
               MOVE IMPM-SRC-NUM TO IMPX-SRC-NUM
               MOVE TKT-NUM TO IMPX-TICKET
               SET IMPX-IN-PROGRESS TO TRUE
               MOVE WS-TODAY TO IMPX-IMPORT-DATE
               MOVE ZERO TO IMPX-NOTE-COUNT
               WRITE IMPX-REC
                   INVALID KEY
                       DISPLAY 'TKTIMP01 - IMPX0001 WRITE FAILED FOR '
                           IMPM-SRC-NUM
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF
           MOVE WS-NEW-SVC TO SVC-CODE
           READ SVC-FILE
               INVALID KEY
                   MOVE SPACES TO SVC-TEAM-CODE SVC-ROUTE-REGION
                       SVC-ROUTE-CODE
           END-READ
           MOVE WS-NEW-STATUS TO TKT-STATUS
           MOVE WS-NEW-REQUESTOR TO TKT-REQUESTOR
           MOVE IMPM-OPEN-DATE TO TKT-OPEN-DATE
           MOVE IMPM-OPEN-TIME TO TKT-OPEN-TIME
           MOVE WS-NEW-CLOSED-DATE TO TKT-CLOSED-DATE
           MOVE WS-NEW-CLOSED-BY TO TKT-CLOSED-BY
           MOVE WS-NEW-SVC TO TKT-SVC-CODE
           MOVE SVC-TEAM-CODE TO TKT-TEAM-CODE
           MOVE WS-NEW-PRIORITY TO TKT-PRIORITY
           IF IMPM-DUE-DATE IS NUMERIC
               MOVE IMPM-DUE-DATE TO TKT-DUE-DATE
           ELSE
               MOVE ZERO TO TKT-DUE-DATE
           END-IF
           MOVE IMPM-SUMMARY TO TKT-SUMMARY
           MOVE WS-NEW-RESL TO TKT-RESL-CODE
           MOVE WS-NEW-ASSIGNED TO TKT-ASSIGNED-TO
           MOVE ZERO TO TKT-ESC-LEVEL TKT-REOPEN-COUNT
               TKT-APPR-NEEDED TKT-MINUTES-SPENT TKT-OCCUR-COUNT
               TKT-WAIT-DATE TKT-RESP-DATE TKT-RESP-TIME
               TKT-RESP-ESC TKT-PLAN-START-DATE TKT-PLAN-START-TIME
               TKT-PLAN-END-DATE TKT-PLAN-END-TIME TKT-DUE-TIME
               TKT-RESP-DUE-DATE TKT-RESP-DUE-TIME TKT-FUP-DATE
           PERFORM 420-ROUTE-CONTACT
           WRITE TKT-REC
               INVALID KEY
                   REWRITE TKT-REC
                       INVALID KEY
                           DISPLAY 'TKTIMP01 - TKTM0001 WRITE FAILED'
                               ' FOR ' TKT-NUM
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-TKT-WRITTEN
      *    Opening line names the source ticket; a summary longer
      *    than ours follows in full.
           MOVE ZERO TO WS-NOTE-LINES
           MOVE SPACES TO SEQX-LAST
           MOVE SPACES TO TICKD-REC
           MOVE 'TKTIMP01' TO TICKD-ENTERED-BY
           MOVE IMPM-OPEN-DATE TO TICKD-ENTERED-DATE
           MOVE IMPM-OPEN-TIME TO TICKD-ENTERED-TIME
           STRING 'Imported from ' DELIMITED BY SIZE
                   WS-SRC-SYS DELIMITED BY SPACE
                   ' ticket ' DELIMITED BY SIZE
                   IMPM-SRC-NUM DELIMITED BY SPACE
                   ' (status ' DELIMITED BY SIZE
                   IMPM-STATUS DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE
               INTO TICKD-TEXT
           END-STRING
           PERFORM 440-PUT-LINE THRU 440-EXIT
           IF IMPM-SUMMARY(41:20) NOT = SPACES
               MOVE SPACES TO TICKD-REC
               MOVE 'TKTIMP01' TO TICKD-ENTERED-BY
               MOVE IMPM-OPEN-DATE TO TICKD-ENTERED-DATE
               MOVE IMPM-OPEN-TIME TO TICKD-ENTERED-TIME
               MOVE IMPM-SUMMARY TO TICKD-TEXT
               PERFORM 440-PUT-LINE THRU 440-EXIT
           END-IF.
       400-EXIT.
           EXIT.

      *    Numbering-capacity rollover, same scheme as SM0013 - see
      *    TICKC0001.
       410-NEXT-NUMBER.
           MOVE '000001' TO TC-CONTROL-KEY
           READ TKTC-FILE
               INVALID KEY
                   MOVE '000001' TO TC-CONTROL-KEY
                   MOVE ZERO TO TC-LAST-TICKET-NUM
                   WRITE TKTC-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           ADD 1 TO TC-LAST-TICKET-NUM
           IF TC-NUM-SERIES = SPACE AND TC-LAST-TICKET-NUM = ZERO
               MOVE 'A' TO TC-NUM-SERIES
               MOVE 1 TO TC-LAST-TICKET-NUM
           END-IF
           IF TC-NUM-SERIES NOT = SPACE
               AND TC-LAST-TICKET-NUM > 99999
               COMPUTE WS-SERIES-ORD =
                   FUNCTION ORD(TC-NUM-SERIES) + 1
               MOVE FUNCTION CHAR(WS-SERIES-ORD) TO TC-NUM-SERIES
               MOVE 1 TO TC-LAST-TICKET-NUM
           END-IF
           REWRITE TKTC-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE SPACES TO TKT-REC
           IF TC-NUM-SERIES = SPACE
               MOVE TC-LAST-TICKET-NUM TO TKT-NUM
           ELSE
               MOVE TC-LAST-TICKET-NUM TO WS-SERIES-NUM5
               STRING TC-NUM-SERIES WS-SERIES-NUM5
                   DELIMITED BY SIZE INTO TKT-NUM
               END-STRING
           END-IF.
       410-EXIT.
           EXIT.

      *    The service's routing rule, the site default contact
      *    failing that - the non-roster half of PMSOPN01's
      *    310-ROUTE-CONTACT, since a roster for the day of import
      *    means nothing to an old ticket.
       420-ROUTE-CONTACT.
           IF SVC-ROUTE-REGION NOT = SPACES
               AND SVC-ROUTE-CODE NOT = SPACES
               MOVE SVC-ROUTE-REGION TO KEY1(1:2)
               MOVE SVC-ROUTE-CODE TO KEY1(3:4)
           ELSE
               MOVE WS-DEFAULT-CONTACT-KEY TO KEY1
           END-IF
           READ NAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SHORT-NAME TO TKT-CONTACT
                   MOVE REGION-CODE TO TKT-REGION
           END-READ.
       420-EXIT.
           EXIT.

      *    One note onto the ticket's work log, keeping its author,
      *    time and visibility.
       430-WRITE-NOTE.
           MOVE SPACES TO TICKD-REC
           MOVE WS-NEW-AUTHOR TO TICKD-ENTERED-BY
           MOVE IMPN-ENTERED-DATE TO TICKD-ENTERED-DATE
           IF IMPN-ENTERED-TIME IS NUMERIC
               MOVE IMPN-ENTERED-TIME TO TICKD-ENTERED-TIME
           ELSE
               MOVE ZERO TO TICKD-ENTERED-TIME
           END-IF
           MOVE IMPN-TEXT TO TICKD-TEXT
           IF IMPN-VISIBILITY = 'I'
               SET TICKD-INTERNAL TO TRUE
           END-IF
           PERFORM 440-PUT-LINE THRU 440-EXIT
           IF SEQX-FULL NOT = 'Y'
               ADD 1 TO WS-NOTE-LINES
           END-IF.
       430-EXIT.
           EXIT.

      *    Next sequence through the TKDNXSQ1 series, written - or
      *    rewritten in place when a rerun is finishing the ticket.
       440-PUT-LINE.
           PERFORM 905-NEXT-SEQX
           IF SEQX-FULL = 'Y'
               DISPLAY 'TKTIMP01 - WORK LOG FULL ON ' TKT-NUM
                   ', LINE DROPPED'
               GO TO 440-EXIT
           END-IF
           MOVE SEQX-NEXT TO SEQX-LAST
           MOVE TKT-NUM TO TICKD-TICKET-NUM
           MOVE SEQX-NEXT TO TICKD-SEQ-NUM-X
           MOVE ZERO TO TICKD-MINUTES
           WRITE TICKD-REC
               INVALID KEY
                   REWRITE TICKD-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-LINE-WRITTEN.
       440-EXIT.
           EXIT.

      *    Master and notes all on file - the ticket is done.
       450-COMPLETE-XREF.
           MOVE WS-SRC-SYS TO IMPX-SRC-SYS
           MOVE IMPM-SRC-NUM TO IMPX-SRC-NUM
           READ IMPX-FILE
               INVALID KEY
                   GO TO 450-EXIT
           END-READ
           SET IMPX-COMPLETE TO TRUE
           MOVE WS-NOTE-LINES TO IMPX-NOTE-COUNT
           REWRITE IMPX-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       450-EXIT.
           EXIT.

      *    The shared TKDNXSQ1 increment - see TKDSEQW1.
       905-NEXT-SEQX.
           COPY TKDNXSQ1.
           CONTINUE.
       905-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-LIVE = 'Y' AND WS-BALANCED = 'Y'
               MOVE SPACES TO ML-TEXT
               STRING 'TICKETS WRITTEN: ' WS-TKT-WRITTEN
                   '  OF WHICH FINISHED FROM A PRIOR RUN: '
                   WS-TKT-RESUMED
                   '  WORK-LOG LINES WRITTEN: ' WS-LINE-WRITTEN
                   DELIMITED BY SIZE INTO ML-TEXT
               END-STRING
               WRITE REPORT-LINE FROM WS-MSG-LINE
               PERFORM 910-STAMP-BALANCE THRU 910-EXIT
           END-IF
           DISPLAY 'TKTIMP01 - ' HL-MODE ' MASTERS: ' WS-MAST-READ
               ' NEW: ' WS-MAST-NEW ' ALREADY: ' WS-MAST-ALREADY
               ' REJECTED: ' WS-MAST-REJECT
           DISPLAY 'TKTIMP01 - NOTES: ' WS-NOTE-READ
               ' NEW: ' WS-NOTE-NEW ' ALREADY: ' WS-NOTE-ALREADY
               ' REJECTED: ' WS-NOTE-REJECT
               ' BALANCED: ' WS-BALANCED
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           MOVE WS-TKT-WRITTEN TO RESTART-COUNT
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-STAMP-DATE TO RESTART-END-DATE
           MOVE WS-RUN-TIME6 TO RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           IF WS-LIVE = 'Y'
               CLOSE TKT-FILE
               CLOSE TICKD-FILE
               CLOSE TKTC-FILE
               CLOSE NAM-FILE
           END-IF
           CLOSE IMPX-FILE
           CLOSE UAF-FILE
           CLOSE SVC-FILE
           CLOSE RESL-FILE
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.

      *    Control totals for the BALCHK01 balancing step - masters
      *    read, brought over (new or already), and rejected.
       910-STAMP-BALANCE.
           OPEN I-O BALN-FILE
           IF WS-BALN-STATUS = '35'
               OPEN OUTPUT BALN-FILE
               CLOSE BALN-FILE
               OPEN I-O BALN-FILE
           END-IF
           IF WS-BALN-STATUS NOT = '00'
               GO TO 910-EXIT
           END-IF
           MOVE SPACES TO BALN-REC
           MOVE WS-JOB-ID TO BALN-JOB
           MOVE WS-TODAY TO BALN-DATE
           MOVE WS-MAST-READ TO BALN-READ
           COMPUTE BALN-WRITTEN = WS-MAST-NEW + WS-MAST-ALREADY
           MOVE WS-MAST-REJECT TO BALN-REJECTED
           REWRITE BALN-REC
               INVALID KEY
                   WRITE BALN-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE
           CLOSE BALN-FILE.
       910-EXIT.
           EXIT.
