       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTDSC01.
      ******************************************************************
      *DESCRIPTION: Nightly reconciliation of the aset0001 asset master *
      *             against the network discovery tool's extract, in    *
      *             the PSTLOAD1 mold - a classic two-file match        *
      *             between the extract (DSCFEED, sorted by device id,  *
      *             one fixed-width record per device the tool sees:    *
      *             id, description, location, last-seen date) and the  *
      *             asset master. Nothing on the master is changed but  *
      *             the discovery last-seen stamp; the rest is a report *
      *             for someone to act on:                              *
      *               NEW DEVICE      - on the feed only; staged on     *
      *                                 asdg0001 for an ADMIN to accept *
      *                                 or reject on SM0058. A device   *
      *                                 already rejected is reported    *
      *                                 but not staged again.           *
      *               NOT SEEN        - an active asset the tool has    *
      *                                 not reported for more than the  *
      *                                 parm's day count (or never) -   *
      *                                 the retired-but-still-active    *
      *                                 candidates for SM0032.          *
      *               LOCATION DIFFERS- on both, the tool's location    *
      *                                 not the one keyed on SM0032.    *
      *               INACTIVE SEEN   - an inactive asset the tool can  *
      *                                 still see.                      *
      *             Parm: day count, 3 digits (default 030).            *
      *    Restart/checkpoint: RESTART-LAST-KEY carries the last        *
      *    device id both streams were synchronized past - a rerun      *
      *    STARTs the master there and skips feed records at or below   *
      *    it, which the feed's sort order makes safe. Staging writes   *
      *    and last-seen stamps are idempotent, so a rerun repeats      *
      *    nothing harmful.                                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO DSCFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ASET-FILE ASSIGN TO ASET0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASET-ID
               FILE STATUS IS WS-ASET-STATUS.
           SELECT ASDG-FILE ASSIGN TO ASDG0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASDG-DEVICE-ID
               FILE STATUS IS WS-ASDG-STATUS.
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
       FD  FEED-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  FEED-REC.
           05  FEED-DEVICE-ID            PIC X(08).
           05  FEED-DESC                 PIC X(40).
           05  FEED-LOCATION             PIC X(20).
           05  FEED-LAST-SEEN            PIC 9(08).
           05  FILLER                    PIC X(04).

       FD  ASET-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASET-REC.
           COPY ASET0001.

       FD  ASDG-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASDG-REC.
           COPY ASDG0001.

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
       01  WS-FEED-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ASET-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ASDG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT                  PIC 9(08) VALUE ZERO.
       01  WS-DAYS-PARM                  PIC X(03) VALUE SPACES.
       01  WS-MAX-DAYS                   PIC 9(03) VALUE 30.
       01  WS-DAYS-AGO                   PIC 9(06) VALUE ZERO.
       01  WS-FEED-EOF                   PIC X(01) VALUE 'N'.
       01  WS-MST-EOF                    PIC X(01) VALUE 'N'.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-NEW-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-STALE-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-LOC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-INACT-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-JOB-ID                     PIC X(08) VALUE 'ASTDSC01'.
       01  WS-CKPT-FREQ                  PIC 9(06) VALUE 1000.
       01  WS-RESTARTING                 PIC X(01) VALUE 'N'.
       01  WS-SKIP-KEY                   PIC X(12) VALUE LOW-VALUES.
       01  WS-SYNC-KEY                   PIC X(12) VALUE LOW-VALUES.
       01  WS-FEED-KEY                   PIC X(12) VALUE LOW-VALUES.
       01  WS-MST-KEY                    PIC X(12) VALUE LOW-VALUES.

       01  WS-HEAD1.
           05  FILLER                    PIC X(45) VALUE
               'ASET0001 DISCOVERY RECONCILIATION'.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(17) VALUE
               '  NOT SEEN DAYS '.
           05  H1-DAYS                   PIC ZZ9.
           05  FILLER                    PIC X(49) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(12) VALUE 'ASSET'.
           05  FILLER                    PIC X(18) VALUE 'EXCEPTION'.
           05  FILLER                    PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(70) VALUE 'DETAIL'.

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ASSET                  PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ACTION                 PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-DESC                   PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-DETAIL                 PIC X(70).

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(12) VALUE 'FEED READ:'.
           05  TL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(07) VALUE '  NEW:'.
           05  TL-NEW                    PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  NOT SEEN:'.
           05  TL-STALE                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE '  LOCATION:'.
           05  TL-LOC                    PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(17) VALUE
               '  INACTIVE SEEN:'.
           05  TL-INACT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-MATCH-FILES
               UNTIL WS-FEED-EOF = 'Y' AND WS-MST-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-DAYS-PARM FROM COMMAND-LINE
           IF WS-DAYS-PARM IS NUMERIC AND WS-DAYS-PARM NOT = ZERO
               MOVE WS-DAYS-PARM TO WS-MAX-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'ASTDSC01 - ERROR OPENING DSCFEED, STATUS='
                   WS-FEED-STATUS
               STOP RUN
           END-IF
           OPEN I-O ASET-FILE
           IF WS-ASET-STATUS NOT = '00'
               DISPLAY 'ASTDSC01 - ERROR OPENING ASET0001, STATUS='
                   WS-ASET-STATUS
               STOP RUN
           END-IF
           OPEN I-O ASDG-FILE
           IF WS-ASDG-STATUS = '35'
               OPEN OUTPUT ASDG-FILE
               CLOSE ASDG-FILE
               OPEN I-O ASDG-FILE
           END-IF
           IF WS-ASDG-STATUS NOT = '00'
               DISPLAY 'ASTDSC01 - ERROR OPENING ASDG0001, STATUS='
                   WS-ASDG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ASTDSC01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 110-CHECK-RESTART
           MOVE WS-TODAY TO H1-DATE
           MOVE WS-MAX-DAYS TO H1-DAYS
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           PERFORM 210-READ-FEED
               UNTIL WS-FEED-EOF = 'Y'
               OR WS-FEED-KEY > WS-SKIP-KEY
           PERFORM 220-READ-MASTER.
       100-EXIT.
           EXIT.

      *    Adapted restart - the saved key is the last device id both
      *    streams were synchronized past; see the header box. On a
      *    fresh run WS-SKIP-KEY stays LOW-VALUES, so the feed priming
      *    read in 100-INITIALIZE stops on the first record.
       110-CHECK-RESTART.
           OPEN I-O RESTART-FILE
           IF WS-RESTART-STATUS = '35'
               OPEN OUTPUT RESTART-FILE
               CLOSE RESTART-FILE
               OPEN I-O RESTART-FILE
           END-IF
           MOVE LOW-VALUES TO WS-SKIP-KEY
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           READ RESTART-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RESTARTING
           END-READ
           IF WS-RESTART-STATUS = '00' AND NOT RESTART-COMPLETED
               MOVE 'Y' TO WS-RESTARTING
               MOVE RESTART-LAST-KEY TO WS-SKIP-KEY
               MOVE RESTART-COUNT TO WS-REC-COUNT
               MOVE RESTART-LAST-KEY TO ASET-ID
               START ASET-FILE KEY GREATER THAN ASET-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-MST-EOF
               END-START
               DISPLAY 'ASTDSC01 - RESUMING AFTER ' WS-SKIP-KEY
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

      *    Classic balanced-line match on device id - the key both the
      *    feed and the master are ordered by.
       200-MATCH-FILES.
           EVALUATE TRUE
           WHEN WS-FEED-KEY < WS-MST-KEY
               PERFORM 300-NEW-DEVICE THRU 300-EXIT
               MOVE WS-FEED-KEY TO WS-SYNC-KEY
               PERFORM 210-READ-FEED
           WHEN WS-FEED-KEY > WS-MST-KEY
               PERFORM 320-CHECK-NOT-SEEN THRU 320-EXIT
               MOVE WS-MST-KEY TO WS-SYNC-KEY
               PERFORM 220-READ-MASTER
           WHEN OTHER
               PERFORM 310-MATCHED-ASSET
               MOVE WS-FEED-KEY TO WS-SYNC-KEY
               PERFORM 210-READ-FEED
               PERFORM 220-READ-MASTER
           END-EVALUATE
           ADD 1 TO WS-REC-COUNT
           IF FUNCTION MOD(WS-REC-COUNT WS-CKPT-FREQ) = 0
               PERFORM 230-CHECKPOINT
           END-IF.
       200-EXIT.
           EXIT.

       210-READ-FEED.
           READ FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
                   MOVE HIGH-VALUES TO WS-FEED-KEY
           END-READ
           IF WS-FEED-EOF NOT = 'Y'
               MOVE FEED-DEVICE-ID TO WS-FEED-KEY
           END-IF.
       210-EXIT.
           EXIT.

       220-READ-MASTER.
           READ ASET-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MST-EOF
                   MOVE HIGH-VALUES TO WS-MST-KEY
           END-READ
           IF WS-MST-EOF NOT = 'Y'
               MOVE ASET-ID TO WS-MST-KEY
           END-IF.
       220-EXIT.
           EXIT.

       230-CHECKPOINT.
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-CHECKPOINTED TO TRUE
           MOVE WS-SYNC-KEY TO RESTART-LAST-KEY
           MOVE WS-REC-COUNT TO RESTART-COUNT
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE.
       230-EXIT.
           EXIT.

      *    A device only the tool knows about. Staged pending for
      *    SM0058, or its pending entry refreshed from tonight's
      *    extract; a device an ADMIN already rejected stays rejected
      *    and is only reported.
       300-NEW-DEVICE.
           ADD 1 TO WS-NEW-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE FEED-DEVICE-ID TO DL-ASSET
           MOVE 'NEW DEVICE' TO DL-ACTION
           MOVE FEED-DESC TO DL-DESC
           MOVE FEED-DEVICE-ID TO ASDG-DEVICE-ID
           READ ASDG-FILE
               INVALID KEY
                   MOVE SPACES TO ASDG-REC
                   MOVE FEED-DEVICE-ID TO ASDG-DEVICE-ID
                   MOVE ZERO TO ASDG-REVIEWED-DATE
                   MOVE WS-TODAY TO ASDG-STAGED-DATE
           END-READ
           IF WS-ASDG-STATUS = '00' AND ASDG-REJECTED
               STRING 'REJECTED ' ASDG-REVIEWED-DATE ' BY '
                      ASDG-REVIEWED-BY ' - NOT RESTAGED'
                   DELIMITED BY SIZE INTO DL-DETAIL
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               GO TO 300-EXIT
           END-IF
           MOVE FEED-DESC TO ASDG-DESC
           MOVE FEED-LOCATION TO ASDG-LOCATION
           MOVE FEED-LAST-SEEN TO ASDG-LAST-SEEN
           IF WS-ASDG-STATUS = '00'
               IF ASDG-ACCEPTED
                   MOVE WS-TODAY TO ASDG-STAGED-DATE
                   MOVE SPACES TO ASDG-REVIEWED-BY
                   MOVE ZERO TO ASDG-REVIEWED-DATE
               END-IF
               SET ASDG-PENDING TO TRUE
               REWRITE ASDG-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               SET ASDG-PENDING TO TRUE
               WRITE ASDG-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           STRING 'AT ' FEED-LOCATION ' - PENDING SM0058 SINCE '
                  ASDG-STAGED-DATE
               DELIMITED BY SIZE INTO DL-DETAIL
           END-STRING
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

      *    An asset on both - take the tool's last-seen date (the only
      *    thing this job writes to the master), then report a
      *    location the tool disagrees with, an inactive asset still
      *    answering, and an active one the tool has lost track of.
       310-MATCHED-ASSET.
           IF FEED-LAST-SEEN IS NUMERIC
               IF ASET-LAST-SEEN NOT NUMERIC
                   OR FEED-LAST-SEEN > ASET-LAST-SEEN
                   MOVE FEED-LAST-SEEN TO ASET-LAST-SEEN
                   REWRITE ASET-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF
           IF FEED-LOCATION NOT = SPACES
               AND FEED-LOCATION NOT = ASET-LOCATION
               ADD 1 TO WS-LOC-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ASET-ID TO DL-ASSET
               MOVE 'LOCATION DIFFERS' TO DL-ACTION
               MOVE ASET-DESC TO DL-DESC
               STRING 'MASTER ' ASET-LOCATION ' TOOL ' FEED-LOCATION
                   DELIMITED BY SIZE INTO DL-DETAIL
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF
           IF NOT ASET-IS-ACTIVE
               ADD 1 TO WS-INACT-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ASET-ID TO DL-ASSET
               MOVE 'INACTIVE SEEN' TO DL-ACTION
               MOVE ASET-DESC TO DL-DESC
               STRING 'LAST SEEN ' FEED-LAST-SEEN
                   DELIMITED BY SIZE INTO DL-DETAIL
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM 320-CHECK-NOT-SEEN THRU 320-EXIT
           END-IF.
       310-EXIT.
           EXIT.

      *    An active asset whose last-seen stamp is older than the
      *    parm's day count - or that the tool has never reported -
      *    is a retirement candidate. Inactive assets are left alone.
       320-CHECK-NOT-SEEN.
           IF NOT ASET-IS-ACTIVE
               GO TO 320-EXIT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ASET-ID TO DL-ASSET
           MOVE 'NOT SEEN' TO DL-ACTION
           MOVE ASET-DESC TO DL-DESC
           IF ASET-LAST-SEEN NOT NUMERIC OR ASET-LAST-SEEN = ZERO
               ADD 1 TO WS-STALE-COUNT
               STRING 'NEVER REPORTED BY THE DISCOVERY TOOL - AT '
                      ASET-LOCATION
                   DELIMITED BY SIZE INTO DL-DETAIL
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               GO TO 320-EXIT
           END-IF
           COMPUTE WS-DAYS-AGO = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(ASET-LAST-SEEN)
           IF WS-DAYS-AGO > WS-MAX-DAYS
               ADD 1 TO WS-STALE-COUNT
               STRING 'LAST SEEN ' ASET-LAST-SEEN ' - ' WS-DAYS-AGO
                      ' DAYS - AT ' ASET-LOCATION
                   DELIMITED BY SIZE INTO DL-DETAIL
               END-STRING
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
       320-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REC-COUNT TO TL-COUNT
           MOVE WS-NEW-COUNT TO TL-NEW
           MOVE WS-STALE-COUNT TO TL-STALE
           MOVE WS-LOC-COUNT TO TL-LOC
           MOVE WS-INACT-COUNT TO TL-INACT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'ASTDSC01 - NEW: ' WS-NEW-COUNT
               ' NOT SEEN: ' WS-STALE-COUNT
               ' LOCATION: ' WS-LOC-COUNT
               ' INACTIVE SEEN: ' WS-INACT-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-STAMP-DATE TO RESTART-END-DATE
           MOVE WS-RUN-TIME6 TO RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           CLOSE FEED-FILE
           CLOSE ASET-FILE
           CLOSE ASDG-FILE
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.
