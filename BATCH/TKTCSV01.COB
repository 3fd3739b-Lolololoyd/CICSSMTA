       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTCSV01.
      ******************************************************************
      *DESCRIPTION: Selection-driven CSV extract of tktm0001 - the      *
      *             ticket companion to NAMCSV01/UAFCSV01 for the ad    *
      *             hoc lists the analysts ask for. Reads the TKTSEL    *
      *             selection cards, then the master in TICKET-NUM      *
      *             order, and writes one double-quoted, comma-         *
      *             separated line per ticket that passes every card    *
      *             type given, with a heading line first and a         *
      *             control-total trailer last.                         *
      *    Selection cards - keyword in columns 1-8, value from column  *
      *    10; an asterisk in column 1 is a comment. Several cards of   *
      *    the same keyword are alternatives (any one may match); the   *
      *    different keywords must all match. No cards selects all.     *
      *      STATUS   O, P, A, J, C or W (TICKET-STATUS)                *
      *      SVCCODE  service code                                      *
      *      CATEGORY svcc0001 category of the service code             *
      *      PRIORITY 1, 2 or 3                                         *
      *      REQUESTR requestor userid                                  *
      *      ASSIGNED assigned-to userid                                *
      *      RESLCODE resl0001 resolution code                          *
      *      REGION   NAMEFILE region of TICKET-CONTACT - the stamped   *
      *               TICKET-REGION, or the contact's own entry for a   *
      *               ticket opened before the stamp                    *
      *      OPENED   YYYYMMDD YYYYMMDD - open date range, inclusive    *
      *      CLOSED   YYYYMMDD YYYYMMDD - closed date range, inclusive  *
      *      DESCLINE Y - add the first description line, the first    *
      *               work-log line after the opening one that is not   *
      *               the caller or pending-approval note SM0013 and    *
      *               PMSOPN01 write there                              *
      *    A card that does not read stops the job with return code 8   *
      *    before anything is extracted - a half-understood selection   *
      *    would hand the analyst the wrong list.                       *
      *    The trailer carries the tickets read, the tickets selected   *
      *    and the run date; the same totals go to baln0001 for the     *
      *    BALCHK01 balancing step, read = selected + not selected.     *
      *    Restart/checkpoint: follows the same RESTART-FILE/WS-CKPT-   *
      *    FREQ convention UAFRPT01 established - see 110-CHECK-        *
      *    RESTART and 230-CHECKPOINT. The checkpoint key carries the   *
      *    last ticket number and the read count, RESTART-COUNT the     *
      *    lines written; a resumed run extends the output instead of   *
      *    starting it again, so lines written after the last           *
      *    checkpoint of the failed run appear twice - the trailer      *
      *    totals count them once.                                      *
      *    Parameter: checkpoint frequency override, as UAFCSV01.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-FILE ASSIGN TO TKTSEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.
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
           SELECT SVC-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-CODE
               FILE STATUS IS WS-SVC-STATUS.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT REPORT-FILE ASSIGN TO TKTCSVOUT
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
       FD  SEL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  SEL-CARD.
           05  SEL-KEYWORD               PIC X(08).
           05  FILLER                    PIC X(01).
           05  SEL-VALUE                 PIC X(08).
           05  FILLER                    PIC X(01).
           05  SEL-VALUE2                PIC X(08).
           05  FILLER                    PIC X(54).

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

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

       FD  REPORT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
           DEPENDING ON WS-CSV-LEN
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(400).

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
       01  WS-SEL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SVC-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SVC-OPEN                   PIC X(01) VALUE 'N'.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NAM-OPEN                   PIC X(01) VALUE 'N'.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-BALN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-SEL-EOF                    PIC X(01) VALUE 'N'.
       01  WS-DTL-EOF                    PIC X(01) VALUE 'N'.
       01  WS-READ-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-JOB-ID                     PIC X(08) VALUE 'TKTCSV01'.
       01  WS-CKPT-FREQ                  PIC 9(06) VALUE 1000.
       01  WS-CKPT-PARM                  PIC X(06) VALUE SPACES.
       01  WS-RESTARTING                 PIC X(01) VALUE 'N'.
       01  WS-SKIP-KEY                   PIC X(06) VALUE SPACES.
      *    The checkpoint position - last ticket written past and how
      *    many tickets had been read by then.
       01  WS-CKPT-KEY.
           05  WS-CKPT-TICKET            PIC X(06).
           05  WS-CKPT-READ              PIC 9(06).
       01  WS-CSV-LINE                   PIC X(400).
       01  WS-CSV-LEN                    PIC 9(4) COMP.

      *    Selection. The eight list keywords are numbered by their
      *    place in WS-KW-NAMES; each card is one alternative for its
      *    keyword.
       01  WS-KW-NAMES-X.
           05  FILLER                    PIC X(08) VALUE 'STATUS  '.
           05  FILLER                    PIC X(08) VALUE 'SVCCODE '.
           05  FILLER                    PIC X(08) VALUE 'CATEGORY'.
           05  FILLER                    PIC X(08) VALUE 'PRIORITY'.
           05  FILLER                    PIC X(08) VALUE 'REQUESTR'.
           05  FILLER                    PIC X(08) VALUE 'ASSIGNED'.
           05  FILLER                    PIC X(08) VALUE 'RESLCODE'.
           05  FILLER                    PIC X(08) VALUE 'REGION  '.
       01  WS-KW-NAMES REDEFINES WS-KW-NAMES-X.
           05  WS-KW-NAME                PIC X(08) OCCURS 8 TIMES.
       01  WS-KW-FLAGS.
           05  WS-KW-ENTRY OCCURS 8 TIMES.
               10  WS-KW-PRESENT         PIC X(01).
               10  WS-KW-MATCHED         PIC X(01).
               10  WS-KW-TICKET-VAL      PIC X(08).
       01  WS-KW                         PIC 9(02) VALUE ZERO.
       01  WS-SEL-MAX                    PIC 9(03) VALUE 100.
       01  WS-SEL-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-SEL-IDX                    PIC 9(03) VALUE ZERO.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 100 TIMES.
               10  WS-SEL-KW             PIC 9(02).
               10  WS-SEL-VAL            PIC X(08).
       01  WS-OPEN-FROM                  PIC 9(08) VALUE ZERO.
       01  WS-OPEN-TO                    PIC 9(08) VALUE 99999999.
       01  WS-CLOSE-FROM                 PIC 9(08) VALUE ZERO.
       01  WS-CLOSE-TO                   PIC 9(08) VALUE 99999999.
       01  WS-CLOSE-RANGE                PIC X(01) VALUE 'N'.
       01  WS-WANT-DESC                  PIC X(01) VALUE 'N'.
       01  WS-CARD-ERRORS                PIC 9(03) VALUE ZERO.
       01  WS-CARD-REASON                PIC X(30) VALUE SPACES.
       01  WS-SELECTED                   PIC X(01) VALUE 'N'.
       01  WS-RANGE-FROM                 PIC 9(08) VALUE ZERO.
       01  WS-RANGE-TO                   PIC 9(08) VALUE ZERO.

      *    Per-ticket lookups and output work.
       01  WS-LAST-SVC                   PIC X(08) VALUE LOW-VALUES.
       01  WS-CATEGORY                   PIC X(06) VALUE SPACES.
       01  WS-REGION                     PIC X(02) VALUE SPACES.
       01  WS-DESC-TEXT                  PIC X(60) VALUE SPACES.
       01  WS-OPEN-OUT                   PIC X(08).
       01  WS-DUE-OUT                    PIC X(08).
       01  WS-CLOSED-OUT                 PIC X(08).
       01  WS-REOPEN-OUT                 PIC Z9.
      *    A free-text field quoted for CSV - embedded quotes doubled,
      *    trailing spaces dropped, the enclosing quotes included.
       01  WS-Q-IN                       PIC X(60).
       01  WS-Q-OUT                      PIC X(122).
       01  WS-Q-LEN                      PIC 9(03) VALUE ZERO.
       01  WS-Q-END                      PIC 9(03) VALUE ZERO.
       01  WS-Q-I                        PIC 9(03) VALUE ZERO.
       01  WS-SUMMARY-Q                  PIC X(82).
       01  WS-SUMMARY-LEN                PIC 9(03) VALUE ZERO.
       01  WS-READ-OUT                   PIC Z(05)9.
       01  WS-WRITTEN-OUT                PIC Z(05)9.

       01  WS-HEAD-LINE                  PIC X(200) VALUE
           'TICKET,STATUS,PRIORITY,SERVICE,CATEGORY,REQUESTOR,OPENED,DUE
      -    ',CLOSED,CLOSED_BY,ASSIGNED_TO,RESOLUTION,CONTACT,REGION,TEAM
      -    ',REOPENS,SUMMARY'.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-CKPT-PARM FROM COMMAND-LINE
           IF WS-CKPT-PARM IS NUMERIC AND WS-CKPT-PARM NOT = ZERO
               MOVE WS-CKPT-PARM TO WS-CKPT-FREQ
           END-IF
           INITIALIZE WS-KW-FLAGS
           PERFORM 120-LOAD-SELECTION THRU 120-EXIT
           IF WS-CARD-ERRORS > ZERO
               DISPLAY 'TKTCSV01 - ' WS-CARD-ERRORS
                   ' SELECTION CARD(S) IN ERROR - NOTHING EXTRACTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'TKTCSV01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           IF WS-WANT-DESC = 'Y'
               OPEN INPUT TICKD-FILE
               IF WS-TICKD-STATUS NOT = '00'
                   DISPLAY 'TKTCSV01 - ERROR OPENING TKTD0001, STATUS='
                       WS-TICKD-STATUS
                   STOP RUN
               END-IF
           END-IF
      *    No catalog leaves CATEGORY blank (and a CATEGORY card then
      *    matches nothing); no NAMEFILE leaves the region to the
      *    ticket's own stamp.
           OPEN INPUT SVC-FILE
           IF WS-SVC-STATUS = '00'
               MOVE 'Y' TO WS-SVC-OPEN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS = '00'
               MOVE 'Y' TO WS-NAM-OPEN
           END-IF
           PERFORM 110-CHECK-RESTART
           IF WS-RESTARTING = 'Y'
               OPEN EXTEND REPORT-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'TKTCSV01 - ERROR OPENING TKTCSVOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           IF WS-RESTARTING = 'N'
               MOVE SPACES TO WS-CSV-LINE
               MOVE 1 TO WS-CSV-LEN
               STRING FUNCTION TRIM(WS-HEAD-LINE)
                   DELIMITED BY SIZE INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-LEN
               END-STRING
               IF WS-WANT-DESC = 'Y'
                   STRING ',DESCRIPTION'
                       DELIMITED BY SIZE INTO WS-CSV-LINE
                       WITH POINTER WS-CSV-LEN
                   END-STRING
               END-IF
               COMPUTE WS-CSV-LEN = WS-CSV-LEN - 1
               MOVE WS-CSV-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 210-READ-TICKET.
       100-EXIT.
           EXIT.

      *    Look for a restart record left by a prior abended run of
      *    this job. If one exists, START past the last checkpointed
      *    key so 210-READ-TICKET picks up with the next unread record
      *    instead of reprocessing from the top of the file.
       110-CHECK-RESTART.
           OPEN I-O RESTART-FILE
           IF WS-RESTART-STATUS = '35'
               OPEN OUTPUT RESTART-FILE
               CLOSE RESTART-FILE
               OPEN I-O RESTART-FILE
           END-IF
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           READ RESTART-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RESTARTING
           END-READ
           IF WS-RESTART-STATUS = '00' AND NOT RESTART-COMPLETED
               AND RESTART-LAST-KEY NOT = SPACES
               MOVE 'Y' TO WS-RESTARTING
               MOVE RESTART-LAST-KEY TO WS-CKPT-KEY
               MOVE WS-CKPT-TICKET TO WS-SKIP-KEY
               MOVE WS-CKPT-READ TO WS-READ-COUNT
               MOVE RESTART-COUNT TO WS-REC-COUNT
               MOVE WS-SKIP-KEY TO TKT-NUM
               START TKT-FILE KEY NOT LESS THAN TKT-NUM
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               DISPLAY 'TKTCSV01 - RESUMING AFTER ' WS-SKIP-KEY
                   ' (' WS-REC-COUNT ' ALREADY WRITTEN)'
           END-IF
           PERFORM 115-STAMP-STARTED.
       110-EXIT.
           EXIT.

      *    Stamp this run STARTED on the shared run-control record -
      *    fresh position fields for a first run, the checkpointed
      *    position left in place on a restart so RUNSTAT1 can show
      *    where the prior run died.
       115-STAMP-STARTED.
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           IF WS-RESTARTING = 'N'
               MOVE SPACES TO RESTART-LAST-KEY
               MOVE ZERO TO RESTART-COUNT
           END-IF
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

      *    Read every card, echoing each to the job log with its
      *    verdict; any card in error is counted and the job stops
      *    once all of them have been seen.
       120-LOAD-SELECTION.
           OPEN INPUT SEL-FILE
           IF WS-SEL-STATUS NOT = '00'
               DISPLAY 'TKTCSV01 - NO TKTSEL SELECTION CARDS, STATUS='
                   WS-SEL-STATUS ' - ALL TICKETS SELECTED'
               GO TO 120-EXIT
           END-IF
           PERFORM UNTIL WS-SEL-EOF = 'Y'
               READ SEL-FILE
                   AT END
                       MOVE 'Y' TO WS-SEL-EOF
               END-READ
               IF WS-SEL-EOF NOT = 'Y'
                   AND SEL-CARD NOT = SPACES
                   AND SEL-KEYWORD(1:1) NOT = '*'
                   PERFORM 130-EDIT-CARD THRU 130-EXIT
                   IF WS-CARD-REASON = SPACES
                       DISPLAY 'TKTCSV01 - CARD ' SEL-CARD(1:26)
                   ELSE
                       ADD 1 TO WS-CARD-ERRORS
                       DISPLAY 'TKTCSV01 - CARD ' SEL-CARD(1:26)
                           ' ** ' WS-CARD-REASON
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SEL-FILE.
       120-EXIT.
           EXIT.

       130-EDIT-CARD.
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE SEL-KEYWORD
           WHEN 'OPENED'
               PERFORM 140-EDIT-RANGE THRU 140-EXIT
               IF WS-CARD-REASON = SPACES
                   MOVE WS-RANGE-FROM TO WS-OPEN-FROM
                   MOVE WS-RANGE-TO TO WS-OPEN-TO
               END-IF
               GO TO 130-EXIT
           WHEN 'CLOSED'
               PERFORM 140-EDIT-RANGE THRU 140-EXIT
               IF WS-CARD-REASON = SPACES
                   MOVE WS-RANGE-FROM TO WS-CLOSE-FROM
                   MOVE WS-RANGE-TO TO WS-CLOSE-TO
                   MOVE 'Y' TO WS-CLOSE-RANGE
               END-IF
               GO TO 130-EXIT
           WHEN 'DESCLINE'
               IF SEL-VALUE(1:1) = 'Y' OR SEL-VALUE(1:1) = 'N'
                   MOVE SEL-VALUE(1:1) TO WS-WANT-DESC
               ELSE
                   MOVE 'DESCLINE MUST BE Y OR N' TO WS-CARD-REASON
               END-IF
               GO TO 130-EXIT
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           PERFORM VARYING WS-KW FROM 1 BY 1
                   UNTIL WS-KW > 8
                   OR WS-KW-NAME(WS-KW) = SEL-KEYWORD
               CONTINUE
           END-PERFORM
           IF WS-KW > 8
               MOVE 'UNKNOWN KEYWORD' TO WS-CARD-REASON
               GO TO 130-EXIT
           END-IF
           IF SEL-VALUE = SPACES
               MOVE 'NO VALUE' TO WS-CARD-REASON
               GO TO 130-EXIT
           END-IF
           IF WS-KW = 1
               AND SEL-VALUE NOT = 'O' AND SEL-VALUE NOT = 'P'
               AND SEL-VALUE NOT = 'A' AND SEL-VALUE NOT = 'J'
               AND SEL-VALUE NOT = 'C' AND SEL-VALUE NOT = 'W'
               MOVE 'STATUS NOT O P A J C OR W' TO WS-CARD-REASON
               GO TO 130-EXIT
           END-IF
           IF WS-KW = 4
               AND SEL-VALUE NOT = '1' AND SEL-VALUE NOT = '2'
               AND SEL-VALUE NOT = '3'
               MOVE 'PRIORITY NOT 1, 2 OR 3' TO WS-CARD-REASON
               GO TO 130-EXIT
           END-IF
           IF WS-SEL-COUNT >= WS-SEL-MAX
               MOVE 'TOO MANY SELECTION CARDS' TO WS-CARD-REASON
               GO TO 130-EXIT
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-KW TO WS-SEL-KW(WS-SEL-COUNT)
           MOVE SEL-VALUE TO WS-SEL-VAL(WS-SEL-COUNT)
           MOVE 'Y' TO WS-KW-PRESENT(WS-KW).
       130-EXIT.
           EXIT.

      *    Two real dates, the first not after the second.
       140-EDIT-RANGE.
           IF SEL-VALUE NOT NUMERIC OR SEL-VALUE2 NOT NUMERIC
               MOVE 'DATES MUST BE YYYYMMDD YYYYMMDD' TO WS-CARD-REASON
               GO TO 140-EXIT
           END-IF
           MOVE SEL-VALUE TO WS-RANGE-FROM
           MOVE SEL-VALUE2 TO WS-RANGE-TO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RANGE-FROM) NOT = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RANGE-TO) NOT = ZERO
               MOVE 'NOT A VALID DATE' TO WS-CARD-REASON
               GO TO 140-EXIT
           END-IF
           IF WS-RANGE-FROM > WS-RANGE-TO
               MOVE 'FROM DATE AFTER TO DATE' TO WS-CARD-REASON
           END-IF.
       140-EXIT.
           EXIT.

       200-PROCESS-FILE.
      *    On resume, the START landed back on the record already
      *    checkpointed last time - skip it.
           IF WS-RESTARTING = 'Y' AND TKT-NUM = WS-SKIP-KEY
               MOVE 'N' TO WS-RESTARTING
           ELSE
               ADD 1 TO WS-READ-COUNT
               PERFORM 240-APPLY-SELECTION THRU 240-EXIT
               IF WS-SELECTED = 'Y'
                   PERFORM 220-BUILD-CSV-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-REC-COUNT
               END-IF
               IF FUNCTION MOD(WS-READ-COUNT WS-CKPT-FREQ) = 0
                   PERFORM 230-CHECKPOINT
               END-IF
           END-IF
           PERFORM 210-READ-TICKET.
       200-EXIT.
           EXIT.

       210-READ-TICKET.
           READ TKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    Save the last key read, the read count and the lines
      *    written so a rerun after an abend can resume from here
      *    instead of from record one.
       230-CHECKPOINT.
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-CHECKPOINTED TO TRUE
           MOVE TKT-NUM TO WS-CKPT-TICKET
           MOVE WS-READ-COUNT TO WS-CKPT-READ
           MOVE WS-CKPT-KEY TO RESTART-LAST-KEY
           MOVE WS-REC-COUNT TO RESTART-COUNT
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE.
       230-EXIT.
           EXIT.

      *    Date ranges first, then each list keyword given must have
      *    at least one card matching the ticket. Category and region
      *    are looked up only when a card asks for them.
       240-APPLY-SELECTION.
           MOVE 'N' TO WS-SELECTED
           IF TKT-OPEN-DATE NOT NUMERIC
               OR TKT-OPEN-DATE < WS-OPEN-FROM
               OR TKT-OPEN-DATE > WS-OPEN-TO
               GO TO 240-EXIT
           END-IF
           IF WS-CLOSE-RANGE = 'Y'
               IF NOT TKT-CLOSED OR TKT-CLOSED-DATE NOT NUMERIC
                   OR TKT-CLOSED-DATE < WS-CLOSE-FROM
                   OR TKT-CLOSED-DATE > WS-CLOSE-TO
                   GO TO 240-EXIT
               END-IF
           END-IF
           MOVE TKT-STATUS TO WS-KW-TICKET-VAL(1)
           MOVE TKT-SVC-CODE TO WS-KW-TICKET-VAL(2)
           IF WS-KW-PRESENT(3) = 'Y'
               PERFORM 250-LOOKUP-CATEGORY THRU 250-EXIT
               MOVE WS-CATEGORY TO WS-KW-TICKET-VAL(3)
           END-IF
           MOVE TKT-PRIORITY TO WS-KW-TICKET-VAL(4)
           MOVE TKT-REQUESTOR TO WS-KW-TICKET-VAL(5)
           MOVE TKT-ASSIGNED-TO TO WS-KW-TICKET-VAL(6)
           MOVE TKT-RESL-CODE TO WS-KW-TICKET-VAL(7)
           IF WS-KW-PRESENT(8) = 'Y'
               PERFORM 255-LOOKUP-REGION THRU 255-EXIT
               MOVE WS-REGION TO WS-KW-TICKET-VAL(8)
           END-IF
           PERFORM VARYING WS-KW FROM 1 BY 1 UNTIL WS-KW > 8
               MOVE 'N' TO WS-KW-MATCHED(WS-KW)
           END-PERFORM
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               MOVE WS-SEL-KW(WS-SEL-IDX) TO WS-KW
               IF WS-SEL-VAL(WS-SEL-IDX) = WS-KW-TICKET-VAL(WS-KW)
                   MOVE 'Y' TO WS-KW-MATCHED(WS-KW)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-KW FROM 1 BY 1 UNTIL WS-KW > 8
               IF WS-KW-PRESENT(WS-KW) = 'Y'
                   AND WS-KW-MATCHED(WS-KW) NOT = 'Y'
                   GO TO 240-EXIT
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-SELECTED.
       240-EXIT.
           EXIT.

      *    The catalog entry is re-read only when the code changes.
       250-LOOKUP-CATEGORY.
           IF TKT-SVC-CODE = WS-LAST-SVC
               GO TO 250-EXIT
           END-IF
           MOVE TKT-SVC-CODE TO WS-LAST-SVC
           MOVE SPACES TO WS-CATEGORY
           IF WS-SVC-OPEN NOT = 'Y'
               GO TO 250-EXIT
           END-IF
           MOVE TKT-SVC-CODE TO SVC-CODE
           READ SVC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SVC-CATEGORY TO WS-CATEGORY
           END-READ.
       250-EXIT.
           EXIT.

      *    TICKET-REGION when stamped; otherwise TICKET-CONTACT is
      *    NAMEFILE's SHORT-NAME, chased down the KEY2 alternate index
      *    the way SVCRPT01 does.
       255-LOOKUP-REGION.
           MOVE TKT-REGION TO WS-REGION
           IF WS-REGION NOT = SPACES OR WS-NAM-OPEN NOT = 'Y'
               OR TKT-CONTACT = SPACES
               GO TO 255-EXIT
           END-IF
           MOVE TKT-CONTACT TO KEY2
           READ NAM-FILE
               KEY IS KEY2
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REGION-CODE TO WS-REGION
           END-READ.
       255-EXIT.
           EXIT.

      *    The first description line - see the banner. A ticket
      *    with none leaves the column empty.
       260-FIND-DESC.
           MOVE SPACES TO WS-DESC-TEXT
           MOVE 'N' TO WS-DTL-EOF
           MOVE TKT-NUM TO TICKD-TICKET-NUM
           MOVE '001' TO TICKD-SEQ-NUM-X
           START TICKD-FILE KEY GREATER THAN TICKD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DTL-EOF
           END-START
           PERFORM UNTIL WS-DTL-EOF = 'Y'
               READ TICKD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DTL-EOF
               END-READ
               IF WS-DTL-EOF NOT = 'Y'
                   IF TICKD-TICKET-NUM NOT = TKT-NUM
                       MOVE 'Y' TO WS-DTL-EOF
                   ELSE
                       IF TICKD-LINE-WORKLOG
                           AND TICKD-TEXT NOT = SPACES
                           AND TICKD-TEXT(1:10) NOT = 'Opened by '
                           AND TICKD-TEXT NOT = 'Pending approval'
                           MOVE TICKD-TEXT TO WS-DESC-TEXT
                           MOVE 'Y' TO WS-DTL-EOF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       260-EXIT.
           EXIT.

      *    Double any quote in WS-Q-IN, drop the trailing spaces and
      *    wrap the result in quotes - WS-Q-OUT(1:WS-Q-LEN).
       270-QUOTE-TEXT.
           MOVE SPACES TO WS-Q-OUT
           PERFORM VARYING WS-Q-END FROM 60 BY -1
                   UNTIL WS-Q-END = ZERO
                   OR WS-Q-IN(WS-Q-END:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE '"' TO WS-Q-OUT(1:1)
           MOVE 1 TO WS-Q-LEN
           PERFORM VARYING WS-Q-I FROM 1 BY 1 UNTIL WS-Q-I > WS-Q-END
               ADD 1 TO WS-Q-LEN
               MOVE WS-Q-IN(WS-Q-I:1) TO WS-Q-OUT(WS-Q-LEN:1)
               IF WS-Q-IN(WS-Q-I:1) = '"'
                   ADD 1 TO WS-Q-LEN
                   MOVE '"' TO WS-Q-OUT(WS-Q-LEN:1)
               END-IF
           END-PERFORM
           ADD 1 TO WS-Q-LEN
           MOVE '"' TO WS-Q-OUT(WS-Q-LEN:1).
       270-EXIT.
           EXIT.

      *    Build one double-quoted, comma-separated CSV line from the
      *    current ticket, the same STRING/POINTER approach NAMCSV01
      *    and UAFCSV01 use. The summary and description are the only
      *    free text and the only fields that can carry a quote.
       220-BUILD-CSV-LINE.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-LEN
           PERFORM 250-LOOKUP-CATEGORY THRU 250-EXIT
           PERFORM 255-LOOKUP-REGION THRU 255-EXIT
           MOVE SPACES TO WS-OPEN-OUT WS-DUE-OUT WS-CLOSED-OUT
           IF TKT-OPEN-DATE IS NUMERIC AND TKT-OPEN-DATE NOT = ZERO
               MOVE TKT-OPEN-DATE TO WS-OPEN-OUT
           END-IF
           IF TKT-DUE-DATE IS NUMERIC AND TKT-DUE-DATE NOT = ZERO
               MOVE TKT-DUE-DATE TO WS-DUE-OUT
           END-IF
           IF TKT-CLOSED-DATE IS NUMERIC AND TKT-CLOSED-DATE NOT = ZERO
               MOVE TKT-CLOSED-DATE TO WS-CLOSED-OUT
           END-IF
           MOVE ZERO TO WS-REOPEN-OUT
           IF TKT-REOPEN-COUNT IS NUMERIC
               MOVE TKT-REOPEN-COUNT TO WS-REOPEN-OUT
           END-IF
           MOVE TKT-SUMMARY TO WS-Q-IN
           PERFORM 270-QUOTE-TEXT
           MOVE WS-Q-OUT TO WS-SUMMARY-Q
           MOVE WS-Q-LEN TO WS-SUMMARY-LEN
           STRING '"' FUNCTION TRIM(TKT-NUM) '","'
                   TKT-STATUS '","'
                   TKT-PRIORITY '","'
                   FUNCTION TRIM(TKT-SVC-CODE) '","'
                   FUNCTION TRIM(WS-CATEGORY) '","'
                   FUNCTION TRIM(TKT-REQUESTOR) '","'
                   FUNCTION TRIM(WS-OPEN-OUT) '","'
                   FUNCTION TRIM(WS-DUE-OUT) '","'
                   FUNCTION TRIM(WS-CLOSED-OUT) '","'
                   FUNCTION TRIM(TKT-CLOSED-BY) '","'
                   FUNCTION TRIM(TKT-ASSIGNED-TO) '","'
                   FUNCTION TRIM(TKT-RESL-CODE) '","'
                   FUNCTION TRIM(TKT-CONTACT) '","'
                   FUNCTION TRIM(WS-REGION) '","'
                   FUNCTION TRIM(TKT-TEAM-CODE) '","'
                   FUNCTION TRIM(WS-REOPEN-OUT) '",'
                   WS-SUMMARY-Q(1:WS-SUMMARY-LEN)
               DELIMITED BY SIZE INTO WS-CSV-LINE
               WITH POINTER WS-CSV-LEN
           END-STRING
           IF WS-WANT-DESC = 'Y'
               PERFORM 260-FIND-DESC
               MOVE WS-DESC-TEXT TO WS-Q-IN
               PERFORM 270-QUOTE-TEXT
               STRING ',' WS-Q-OUT(1:WS-Q-LEN)
                   DELIMITED BY SIZE INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-LEN
               END-STRING
           END-IF
           COMPUTE WS-CSV-LEN = WS-CSV-LEN - 1
           MOVE WS-CSV-LINE TO REPORT-LINE.
       220-EXIT.
           EXIT.

      *    The trailer closes the extract with its control totals, so
      *    a truncated file is obvious to whoever loads it.
       900-TERMINATE.
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           MOVE WS-READ-COUNT TO WS-READ-OUT
           MOVE WS-REC-COUNT TO WS-WRITTEN-OUT
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-LEN
           STRING '"TRAILER","READ=' FUNCTION TRIM(WS-READ-OUT)
                   '","SELECTED=' FUNCTION TRIM(WS-WRITTEN-OUT)
                   '","RUN=' WS-RUN-STAMP-DATE '"'
               DELIMITED BY SIZE INTO WS-CSV-LINE
               WITH POINTER WS-CSV-LEN
           END-STRING
           COMPUTE WS-CSV-LEN = WS-CSV-LEN - 1
           MOVE WS-CSV-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'TKTCSV01 - TICKETS READ: ' WS-READ-COUNT
               ' SELECTED: ' WS-REC-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-STAMP-DATE TO RESTART-END-DATE
           MOVE WS-RUN-TIME6 TO RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           PERFORM 910-STAMP-BALANCE THRU 910-EXIT
           CLOSE TKT-FILE
           IF WS-WANT-DESC = 'Y'
               CLOSE TICKD-FILE
           END-IF
           IF WS-SVC-OPEN = 'Y'
               CLOSE SVC-FILE
           END-IF
           IF WS-NAM-OPEN = 'Y'
               CLOSE NAM-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.

      *    Control totals for the BALCHK01 balancing step - tickets
      *    read, selected and passed over, rewritten in place on a
      *    rerun. A missing balance file only costs the night's
      *    balancing, never the job.
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
           MOVE WS-RUN-STAMP-DATE TO BALN-DATE
           MOVE WS-READ-COUNT TO BALN-READ
           MOVE WS-REC-COUNT TO BALN-WRITTEN
           COMPUTE BALN-REJECTED = WS-READ-COUNT - WS-REC-COUNT
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
