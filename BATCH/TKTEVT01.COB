       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTEVT01.
      ******************************************************************
      *DESCRIPTION: Ticket-event publisher for the integration bus -    *
      *             reads the day's JRNL after-image queue dataset in   *
      *             order, the way TKTDB003 does, and turns every       *
      *             ticket state change into one self-describing        *
      *             EVTO0001 record on the EVTOUT interface file:       *
      *             opened, approved, rejected, waiting, resumed,       *
      *             closed, reopened, assigned, deleted. The journal    *
      *             holds after-images only, so the old side of each    *
      *             change comes from evst0001, the status and          *
      *             assignee last published per ticket.                 *
      *    The actor: OPENED is TICKET-OPENED-BY (the requestor on a    *
      *    self-service open), APPROVED/REJECTED the approver who       *
      *    signed (TICKET-APPROVER2 once there is one), CLOSED          *
      *    TICKET-CLOSED-BY. For the rest the master does not say, so   *
      *    it is the TICKD-ENTERED-BY of the work-log line the same     *
      *    transaction wrote - same ticket, same EIBDATE/EIBTIME stamp  *
      *    on the journal record, written either side of the master     *
      *    rewrite. A change with no such line goes out with a blank    *
      *    actor. Tickets changed by the batch jobs are not journaled   *
      *    and so not published.                                        *
      *    Sequence and position: each event takes the next number      *
      *    from evps0001, which also holds which journal dataset is     *
      *    being read (the stamp on its first record) and how many of   *
      *    its records are done. The job runs intraday over the same    *
      *    growing dataset, picking up where the last run stopped; a    *
      *    dataset with a different first stamp is a new day and        *
      *    starts from record one. Each event is written before its     *
      *    evst0001 record, and evps0001 is checkpointed every          *
      *    WS-CKPT-FREQ records - so after an abend the rerun first     *
      *    reads EVTOUT to its last record and, if that event is past   *
      *    the checkpoint, takes its sequence number and source record  *
      *    as the position and re-applies its state. Nothing is sent    *
      *    twice and nothing is skipped, provided EVTOUT is not taken   *
      *    away between the failed run and the rerun.                   *
      *    Parameter: SEED loads evst0001 from tktm0001 with no events  *
      *    - run once before the first publish, so tickets already in   *
      *    flight have an old side; otherwise a checkpoint frequency    *
      *    override as UAFCSV01. A ticket met with no evst0001 record   *
      *    on a rewrite is recorded without an event.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO JRNLQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKF-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT EVST-FILE ASSIGN TO EVST0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVST-TICKET
               FILE STATUS IS WS-EVST-STATUS.
           SELECT EVPS-FILE ASSIGN TO EVPS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVPS-KEY
               FILE STATUS IS WS-EVPS-STATUS.
           SELECT EVT-FILE ASSIGN TO EVTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.
           SELECT BALN-FILE ASSIGN TO BALN0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALN-KEY
               FILE STATUS IS WS-BALN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE
           RECORD CONTAINS 326 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  JRNL-REC.
           COPY JRNL0001.

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-FILE-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKF-==.

       FD  EVST-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EVST-REC.
           COPY EVST0001.

       FD  EVPS-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EVPS-REC.
           COPY EVPS0001.

       FD  EVT-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  EVT-REC.
           COPY EVTO0001.

       FD  BALN-FILE
           RECORD CONTAINS 37 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BALN-REC.
           COPY BALN0001.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EVST-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EVPS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EVT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BALN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-EVT-EOF                    PIC X(01) VALUE 'N'.
       01  WS-JOB-ID                     PIC X(08) VALUE 'TKTEVT01'.
       01  WS-PARM                       PIC X(06) VALUE SPACES.
       01  WS-CKPT-FREQ                  PIC 9(06) VALUE 1000.
       01  WS-SEED-MODE                  PIC X(01) VALUE 'N'.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).

      *    Position in the journal dataset - WS-REC-NUM is the number
      *    of the record in JRNL-REC, counted from the first record of
      *    the dataset whatever run read it.
       01  WS-REC-NUM                    PIC 9(07) VALUE ZERO.
       01  WS-CUR-JDATE                  PIC 9(07) VALUE ZERO.
       01  WS-CUR-JTIME                  PIC 9(07) VALUE ZERO.
       01  WS-EVPS-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-READ-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-EVENT-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-NEWSTATE-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-SEED-COUNT                 PIC 9(07) VALUE ZERO.
       01  WS-SINCE-CKPT                 PIC 9(06) VALUE ZERO.

      *    The last event on EVTOUT, for the rerun check.
       01  WS-LAST-EVT-FOUND             PIC X(01) VALUE 'N'.
       01  WS-LAST-EVT.
           COPY EVTO0001 REPLACING LEADING ==EVT-== BY ==LEV-==.

      *    The journal images unpacked through the file copybooks, as
      *    TKTDB003 does.
       01  WS-TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.
       01  WS-TKTD-REC.
           COPY TICKD0001.

      *    The event built from a master image is held until the
      *    transaction's records have gone by, so a work-log line
      *    written after the rewrite can still name the actor. The
      *    last work-log line seen covers one written before it.
       01  WS-PEND-FLAG                  PIC X(01) VALUE 'N'.
           88  WS-EVENT-PENDING                    VALUE 'Y'.
       01  WS-PEND-REC-NUM               PIC 9(07) VALUE ZERO.
       01  WS-PEND-JDATE                 PIC 9(07) VALUE ZERO.
       01  WS-PEND-JTIME                 PIC 9(07) VALUE ZERO.
       01  WS-PEND-EVT.
           COPY EVTO0001 REPLACING LEADING ==EVT-== BY ==PEV-==.
       01  WS-DTL-TICKET                 PIC X(06) VALUE SPACES.
       01  WS-DTL-JDATE                  PIC 9(07) VALUE ZERO.
       01  WS-DTL-JTIME                  PIC 9(07) VALUE ZERO.
       01  WS-DTL-BY                     PIC X(08) VALUE SPACES.
       01  WS-EVST-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-NEED-ACTOR                 PIC X(01) VALUE 'N'.
       01  WS-JULIAN                     PIC 9(07) VALUE ZERO.
       01  WS-YYYYDDD                    PIC 9(07) VALUE ZERO.
       01  WS-WALL-DATE                  PIC 9(08) VALUE ZERO.

      *    Events published by type, for the job log.
       01  WS-TYPE-NAMES-X.
           05  FILLER                    PIC X(08) VALUE 'OPENED  '.
           05  FILLER                    PIC X(08) VALUE 'APPROVED'.
           05  FILLER                    PIC X(08) VALUE 'REJECTED'.
           05  FILLER                    PIC X(08) VALUE 'WAITING '.
           05  FILLER                    PIC X(08) VALUE 'RESUMED '.
           05  FILLER                    PIC X(08) VALUE 'CLOSED  '.
           05  FILLER                    PIC X(08) VALUE 'REOPENED'.
           05  FILLER                    PIC X(08) VALUE 'ASSIGNED'.
           05  FILLER                    PIC X(08) VALUE 'STATUS  '.
           05  FILLER                    PIC X(08) VALUE 'DELETED '.
       01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAMES-X.
           05  WS-TYPE-NAME              PIC X(08) OCCURS 10 TIMES.
       01  WS-TYPE-COUNTS.
           05  WS-TYPE-COUNT             PIC 9(07) OCCURS 10 TIMES.
       01  WS-TX                         PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE THRU 100-EXIT
           IF WS-SEED-MODE = 'Y'
               PERFORM 800-SEED-STATE
           ELSE
               PERFORM 200-PROCESS-JOURNAL UNTIL WS-EOF = 'Y'
               PERFORM 300-FLUSH-EVENT THRU 300-EXIT
           END-IF
           PERFORM 900-TERMINATE THRU 900-EXIT
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           INITIALIZE WS-TYPE-COUNTS
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = 'SEED'
               MOVE 'Y' TO WS-SEED-MODE
           END-IF
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-CKPT-FREQ
           END-IF
           OPEN I-O EVST-FILE
           IF WS-EVST-STATUS = '35'
               OPEN OUTPUT EVST-FILE
               CLOSE EVST-FILE
               OPEN I-O EVST-FILE
           END-IF
           IF WS-EVST-STATUS NOT = '00'
               DISPLAY 'TKTEVT01 - ERROR OPENING EVST0001, STATUS='
                   WS-EVST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEED-MODE = 'Y'
               OPEN INPUT TKT-FILE
               IF WS-TKT-STATUS NOT = '00'
                   DISPLAY 'TKTEVT01 - ERROR OPENING TKTM0001, STATUS='
                       WS-TKT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO 100-EXIT
           END-IF
           OPEN I-O EVPS-FILE
           IF WS-EVPS-STATUS = '35'
               OPEN OUTPUT EVPS-FILE
               CLOSE EVPS-FILE
               OPEN I-O EVPS-FILE
           END-IF
           IF WS-EVPS-STATUS NOT = '00'
               DISPLAY 'TKTEVT01 - ERROR OPENING EVPS0001, STATUS='
                   WS-EVPS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-JOB-ID TO EVPS-KEY
           READ EVPS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EVPS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EVPS-FOUND
           END-READ
           IF WS-EVPS-FOUND = 'N'
               MOVE SPACES TO EVPS-REC
               MOVE WS-JOB-ID TO EVPS-KEY
               MOVE ZERO TO EVPS-JRNL-DATE EVPS-JRNL-TIME
                   EVPS-JRNL-COUNT EVPS-LAST-SEQ
           END-IF
           PERFORM 120-RECONCILE-OUTPUT THRU 120-EXIT
           OPEN EXTEND EVT-FILE
           IF WS-EVT-STATUS = '35'
               OPEN OUTPUT EVT-FILE
           END-IF
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'TKTEVT01 - ERROR OPENING EVTOUT, STATUS='
                   WS-EVT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No journal yet today is nothing to publish, not an error.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS = '35'
               DISPLAY 'TKTEVT01 - NO JRNLQ DATASET, NOTHING TO SEND'
               MOVE 'Y' TO WS-EOF
               GO TO 100-EXIT
           END-IF
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'TKTEVT01 - ERROR OPENING JRNLQ, STATUS='
                   WS-JRNL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 210-READ-JRNL
           IF WS-EOF = 'Y'
               GO TO 100-EXIT
           END-IF
           IF WS-CUR-JDATE NOT = EVPS-JRNL-DATE
               OR WS-CUR-JTIME NOT = EVPS-JRNL-TIME
               IF EVPS-JRNL-COUNT > ZERO
                   DISPLAY 'TKTEVT01 - NEW JOURNAL DATASET - PRIOR ONE'
                       ' LEFT AT RECORD ' EVPS-JRNL-COUNT
               END-IF
               MOVE WS-CUR-JDATE TO EVPS-JRNL-DATE
               MOVE WS-CUR-JTIME TO EVPS-JRNL-TIME
               MOVE ZERO TO EVPS-JRNL-COUNT
           END-IF
           IF EVPS-JRNL-COUNT > ZERO
               DISPLAY 'TKTEVT01 - RESUMING AFTER JOURNAL RECORD '
                   EVPS-JRNL-COUNT ', LAST EVENT ' EVPS-LAST-SEQ
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                   OR WS-REC-NUM > EVPS-JRNL-COUNT
               PERFORM 210-READ-JRNL
           END-PERFORM.
       100-EXIT.
           EXIT.

      *    An abend between checkpoints leaves events on EVTOUT that
      *    evps0001 does not know about. The last one tells how far
      *    the failed run got - take its sequence number and source
      *    record, and put its state on evst0001 in case the run died
      *    between the two writes. Every earlier event already has
      *    its state written.
       120-RECONCILE-OUTPUT.
           OPEN INPUT EVT-FILE
           IF WS-EVT-STATUS NOT = '00'
               GO TO 120-EXIT
           END-IF
           PERFORM UNTIL WS-EVT-EOF = 'Y'
               READ EVT-FILE
                   AT END
                       MOVE 'Y' TO WS-EVT-EOF
                   NOT AT END
                       MOVE EVT-REC TO WS-LAST-EVT
                       MOVE 'Y' TO WS-LAST-EVT-FOUND
               END-READ
           END-PERFORM
           CLOSE EVT-FILE
           IF WS-LAST-EVT-FOUND = 'N'
               OR LEV-SEQ NOT > EVPS-LAST-SEQ
               GO TO 120-EXIT
           END-IF
           DISPLAY 'TKTEVT01 - EVTOUT IS AHEAD OF THE CHECKPOINT - '
               'EVENT ' LEV-SEQ ' FROM JOURNAL RECORD ' LEV-SRC-REC-NUM
           MOVE LEV-SEQ TO EVPS-LAST-SEQ
           IF LEV-SRC-JRNL-DATE = EVPS-JRNL-DATE
               AND LEV-SRC-JRNL-TIME = EVPS-JRNL-TIME
               AND LEV-SRC-REC-NUM > EVPS-JRNL-COUNT
               MOVE LEV-SRC-REC-NUM TO EVPS-JRNL-COUNT
           END-IF
           MOVE WS-LAST-EVT TO WS-PEND-EVT
           PERFORM 320-STORE-STATE THRU 320-EXIT.
       120-EXIT.
           EXIT.

       200-PROCESS-JOURNAL.
           ADD 1 TO WS-READ-COUNT
      *    A held event goes out once its transaction has gone by -
      *    the next master image, another stamp, or a line for some
      *    other ticket.
           IF WS-EVENT-PENDING
               IF JRN-FILE-TKTM
                   OR WS-CUR-JDATE NOT = WS-PEND-JDATE
                   OR WS-CUR-JTIME NOT = WS-PEND-JTIME
                   OR JRN-KEY(1:6) NOT = PEV-TICKET
                   PERFORM 300-FLUSH-EVENT THRU 300-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN JRN-FILE-TKTM
               PERFORM 400-EXAMINE-MASTER THRU 400-EXIT
           WHEN JRN-FILE-TKTD AND JRN-WRITE
               MOVE JRN-IMAGE TO WS-TKTD-REC
               MOVE TICKD-TICKET-NUM TO WS-DTL-TICKET
               MOVE WS-CUR-JDATE TO WS-DTL-JDATE
               MOVE WS-CUR-JTIME TO WS-DTL-JTIME
               MOVE TICKD-ENTERED-BY TO WS-DTL-BY
               IF WS-EVENT-PENDING AND PEV-ACTOR = SPACES
                   MOVE TICKD-ENTERED-BY TO PEV-ACTOR
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           ADD 1 TO WS-SINCE-CKPT
           IF WS-SINCE-CKPT >= WS-CKPT-FREQ
               PERFORM 230-CHECKPOINT
           END-IF
           PERFORM 210-READ-JRNL.
       200-EXIT.
           EXIT.

       210-READ-JRNL.
           READ JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NUM
                   MOVE JRN-LOG-DATE TO WS-CUR-JDATE
                   MOVE JRN-LOG-TIME TO WS-CUR-JTIME
           END-READ.
       210-EXIT.
           EXIT.

      *    Position is the last record whose event, if any, is out -
      *    never past a held one.
       230-CHECKPOINT.
           MOVE ZERO TO WS-SINCE-CKPT
           IF WS-EVENT-PENDING
               COMPUTE EVPS-JRNL-COUNT = WS-PEND-REC-NUM - 1
           ELSE
               MOVE WS-REC-NUM TO EVPS-JRNL-COUNT
           END-IF
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-DATE TO EVPS-RUN-DATE
           MOVE WS-RUN-TIME6 TO EVPS-RUN-TIME
           REWRITE EVPS-REC
               INVALID KEY
                   WRITE EVPS-REC
           END-REWRITE.
       230-EXIT.
           EXIT.

      *    Number the held event, write it, then record its state.
       300-FLUSH-EVENT.
           IF NOT WS-EVENT-PENDING
               GO TO 300-EXIT
           END-IF
           ADD 1 TO EVPS-LAST-SEQ
           MOVE EVPS-LAST-SEQ TO PEV-SEQ
           WRITE EVT-REC FROM WS-PEND-EVT
           IF WS-EVT-STATUS NOT = '00'
               DISPLAY 'TKTEVT01 - ERROR WRITING EVTOUT, STATUS='
                   WS-EVT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > 10 OR WS-TYPE-NAME(WS-TX) = PEV-TYPE
               CONTINUE
           END-PERFORM
           IF WS-TX <= 10
               ADD 1 TO WS-TYPE-COUNT(WS-TX)
           END-IF
           PERFORM 320-STORE-STATE THRU 320-EXIT
           MOVE 'N' TO WS-PEND-FLAG.
       300-EXIT.
           EXIT.

      *    Put an event's new side on evst0001 - gone for a deleted
      *    ticket. Safe to repeat.
       320-STORE-STATE.
           MOVE PEV-TICKET TO EVST-TICKET
           IF PEV-TYPE = 'DELETED'
               DELETE EVST-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               GO TO 320-EXIT
           END-IF
           READ EVST-FILE
               INVALID KEY
                   MOVE SPACES TO EVST-REC
                   MOVE PEV-TICKET TO EVST-TICKET
           END-READ
           MOVE PEV-NEW-STATUS TO EVST-STATUS
           MOVE PEV-NEW-ASSIGNED TO EVST-ASSIGNED
           MOVE PEV-SEQ TO EVST-LAST-SEQ
           REWRITE EVST-REC
               INVALID KEY
                   WRITE EVST-REC
           END-REWRITE.
       320-EXIT.
           EXIT.

      *    Compare a master image with the published state and hold
      *    an event when the status or the assignee moved.
       400-EXAMINE-MASTER.
           MOVE JRN-KEY(1:6) TO EVST-TICKET
           READ EVST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EVST-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EVST-FOUND
           END-READ
           INITIALIZE WS-PEND-EVT
           MOVE 'N' TO WS-NEED-ACTOR
           IF JRN-DELETE
               IF WS-EVST-FOUND = 'N'
                   GO TO 400-EXIT
               END-IF
               MOVE JRN-KEY(1:6) TO PEV-TICKET
               MOVE 'DELETED' TO PEV-TYPE
               MOVE EVST-STATUS TO PEV-OLD-STATUS
               MOVE SPACES TO PEV-NEW-STATUS PEV-NEW-ASSIGNED
               MOVE EVST-ASSIGNED TO PEV-OLD-ASSIGNED
               MOVE 'Y' TO WS-NEED-ACTOR
               PERFORM 420-HOLD-EVENT
               GO TO 400-EXIT
           END-IF
           MOVE JRN-IMAGE TO WS-TKT-REC
           IF WS-EVST-FOUND = 'N'
               IF NOT JRN-WRITE
      *            In flight before the state was seeded - no old
      *            side to publish against, so just learn it.
                   MOVE SPACES TO EVST-REC
                   MOVE TKT-NUM TO EVST-TICKET
                   MOVE TKT-STATUS TO EVST-STATUS
                   MOVE TKT-ASSIGNED-TO TO EVST-ASSIGNED
                   MOVE ZERO TO EVST-LAST-SEQ
                   WRITE EVST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO WS-NEWSTATE-COUNT
                   GO TO 400-EXIT
               END-IF
               MOVE 'OPENED' TO PEV-TYPE
               MOVE SPACES TO PEV-OLD-STATUS PEV-OLD-ASSIGNED
               MOVE TKT-OPENED-BY TO PEV-ACTOR
               IF PEV-ACTOR = SPACES
                   MOVE TKT-REQUESTOR TO PEV-ACTOR
               END-IF
           ELSE
               IF TKT-STATUS = EVST-STATUS
                   AND TKT-ASSIGNED-TO = EVST-ASSIGNED
                   GO TO 400-EXIT
               END-IF
               MOVE EVST-STATUS TO PEV-OLD-STATUS
               MOVE EVST-ASSIGNED TO PEV-OLD-ASSIGNED
               PERFORM 410-CLASSIFY-CHANGE
           END-IF
           MOVE TKT-NUM TO PEV-TICKET
           MOVE TKT-STATUS TO PEV-NEW-STATUS
           MOVE TKT-ASSIGNED-TO TO PEV-NEW-ASSIGNED
           MOVE TKT-SVC-CODE TO PEV-SVC-CODE
           MOVE TKT-PRIORITY TO PEV-PRIORITY
           MOVE TKT-REQUESTOR TO PEV-REQUESTOR
           MOVE TKT-TEAM-CODE TO PEV-TEAM-CODE
           MOVE TKT-SUMMARY TO PEV-SUMMARY
           PERFORM 420-HOLD-EVENT.
       400-EXIT.
           EXIT.

       410-CLASSIFY-CHANGE.
           EVALUATE TRUE
           WHEN TKT-STATUS = EVST-STATUS
               MOVE 'ASSIGNED' TO PEV-TYPE
               MOVE 'Y' TO WS-NEED-ACTOR
           WHEN EVST-STATUS = 'C'
               AND (TKT-OPEN OR TKT-APPROVED)
               MOVE 'REOPENED' TO PEV-TYPE
               MOVE 'Y' TO WS-NEED-ACTOR
           WHEN EVST-STATUS = 'W'
               AND (TKT-OPEN OR TKT-APPROVED)
               MOVE 'RESUMED' TO PEV-TYPE
               MOVE 'Y' TO WS-NEED-ACTOR
           WHEN TKT-APPROVED OR TKT-REJECTED
               IF TKT-APPROVED
                   MOVE 'APPROVED' TO PEV-TYPE
               ELSE
                   MOVE 'REJECTED' TO PEV-TYPE
               END-IF
               MOVE TKT-APPROVER2 TO PEV-ACTOR
               IF PEV-ACTOR = SPACES
                   MOVE TKT-APPROVER TO PEV-ACTOR
               END-IF
           WHEN TKT-WAITING
               MOVE 'WAITING' TO PEV-TYPE
               MOVE 'Y' TO WS-NEED-ACTOR
           WHEN TKT-CLOSED
               MOVE 'CLOSED' TO PEV-TYPE
               MOVE TKT-CLOSED-BY TO PEV-ACTOR
           WHEN OTHER
               MOVE 'STATUS' TO PEV-TYPE
               MOVE 'Y' TO WS-NEED-ACTOR
           END-EVALUATE.
       410-EXIT.
           EXIT.

      *    Finish the held event - record identity, the journal stamp
      *    as the event time, the source position, and an actor from
      *    a work-log line this transaction has already written.
       420-HOLD-EVENT.
           MOVE 'TKTEVT' TO PEV-REC-ID
           MOVE '01' TO PEV-VERSION
           MOVE WS-CUR-JDATE TO WS-JULIAN
           COMPUTE WS-YYYYDDD = 1900000 + WS-JULIAN
           COMPUTE WS-WALL-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(WS-YYYYDDD))
           MOVE WS-WALL-DATE TO PEV-DATE
           MOVE WS-CUR-JTIME TO PEV-TIME
           MOVE EVPS-JRNL-DATE TO PEV-SRC-JRNL-DATE
           MOVE EVPS-JRNL-TIME TO PEV-SRC-JRNL-TIME
           MOVE WS-REC-NUM TO PEV-SRC-REC-NUM
           IF WS-NEED-ACTOR = 'Y'
               AND WS-DTL-TICKET = PEV-TICKET
               AND WS-DTL-JDATE = WS-CUR-JDATE
               AND WS-DTL-JTIME = WS-CUR-JTIME
               MOVE WS-DTL-BY TO PEV-ACTOR
           END-IF
           MOVE WS-REC-NUM TO WS-PEND-REC-NUM
           MOVE WS-CUR-JDATE TO WS-PEND-JDATE
           MOVE WS-CUR-JTIME TO WS-PEND-JTIME
           MOVE 'Y' TO WS-PEND-FLAG.
       420-EXIT.
           EXIT.

      *    SEED - every ticket's present status and assignee, no
      *    events. Existing state records are brought up to date.
       800-SEED-STATE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TKT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE TKF-NUM TO EVST-TICKET
                       READ EVST-FILE
                           INVALID KEY
                               MOVE SPACES TO EVST-REC
                               MOVE TKF-NUM TO EVST-TICKET
                               MOVE ZERO TO EVST-LAST-SEQ
                       END-READ
                       MOVE TKF-STATUS TO EVST-STATUS
                       MOVE TKF-ASSIGNED-TO TO EVST-ASSIGNED
                       REWRITE EVST-REC
                           INVALID KEY
                               WRITE EVST-REC
                       END-REWRITE
                       ADD 1 TO WS-SEED-COUNT
               END-READ
           END-PERFORM.
       800-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-SEED-MODE = 'Y'
               DISPLAY 'TKTEVT01 - SEED - TICKETS READ: ' WS-READ-COUNT
                   ' STATE RECORDS: ' WS-SEED-COUNT
               CLOSE TKT-FILE
               CLOSE EVST-FILE
               GO TO 900-EXIT
           END-IF
           PERFORM 230-CHECKPOINT
           DISPLAY 'TKTEVT01 - JOURNAL RECORDS READ: ' WS-READ-COUNT
               ' EVENTS: ' WS-EVENT-COUNT
               ' NEW STATE ONLY: ' WS-NEWSTATE-COUNT
               ' LAST EVENT: ' EVPS-LAST-SEQ
           PERFORM VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 10
               IF WS-TYPE-COUNT(WS-TX) > ZERO
                   DISPLAY 'TKTEVT01 -   ' WS-TYPE-NAME(WS-TX) ': '
                       WS-TYPE-COUNT(WS-TX)
               END-IF
           END-PERFORM
           PERFORM 910-STAMP-BALANCE THRU 910-EXIT
           IF WS-JRNL-STATUS NOT = '35'
               CLOSE JRNL-FILE
           END-IF
           CLOSE EVT-FILE
           CLOSE EVPS-FILE
           CLOSE EVST-FILE.
       900-EXIT.
           EXIT.

      *    Control totals for the BALCHK01 balancing step - journal
      *    records read this run, events written, and the records
      *    that carried no event. Intraday runs leave the last one.
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
           MOVE WS-RUN-DATE TO BALN-DATE
           MOVE WS-READ-COUNT TO BALN-READ
           MOVE WS-EVENT-COUNT TO BALN-WRITTEN
           COMPUTE BALN-REJECTED = WS-READ-COUNT - WS-EVENT-COUNT
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
