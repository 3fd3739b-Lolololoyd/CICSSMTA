       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLRCN01.
      ******************************************************************
      *DESCRIPTION: Print-spool mail reconciliation - reads the        *
      *             SPLACK acknowledgment file the mail gateway sends  *
      *             back for the SPLMOUT documents SPLMAL01 wrote (one *
      *             record per document: spol0001 key, D delivered /   *
      *             F failed, address) and marks each request off on   *
      *             spol0001 the way NTFRCN01 marks off notices - a    *
      *             SENT request goes DELIVERED or FAILED, so SM0020   *
      *             shows what became of it and the operator can       *
      *             requeue or redirect a failure. An ack for a        *
      *             request not on file, or no longer SENT (already    *
      *             marked, or requeued since), is counted and not     *
      *             applied. Failures are listed with the requesting   *
      *             user and the address the gateway tried.            *
      *    No restart/checkpoint handling - re-applying the same acks  *
      *    finds the requests already marked and leaves them be.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO SPLACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT SPOOL-FILE ASSIGN TO SPOL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPOL-KEY
               FILE STATUS IS WS-SPOL-STATUS.
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
       FD  ACK-FILE
           RECORD CONTAINS 69 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  ACK-REC.
           05  ACK-SPOL-KEY              PIC X(16).
           05  FILLER                    PIC X(01).
           05  ACK-RESULT                PIC X(01).
               88  ACK-DELIVERED         VALUE 'D'.
               88  ACK-FAILED            VALUE 'F'.
           05  FILLER                    PIC X(01).
           05  ACK-ADDRESS               PIC X(50).

       FD  SPOOL-FILE
           RECORD CONTAINS 48 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SPOL-REC.
           COPY SPOOL001.

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
       01  WS-ACK-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SPOL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-JOB-ID                     PIC X(08) VALUE 'SPLRCN01'.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-ACK-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-DLVR-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-FAIL-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-ORPHAN-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-STALE-COUNT                PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'PRINT-SPOOL MAIL RECONCILIATION'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-FAIL-HEAD.
           05  FILLER                    PIC X(132) VALUE
               'MAIL DELIVERY FAILED - REQUEUE OR REDIRECT ON SM20'.

       01  WS-DETAIL-LINE.
           05  DL-SPOL-KEY               PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-USERID                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-TERMID                 PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ADDRESS                PIC X(50).
           05  FILLER                    PIC X(48) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(12) VALUE 'ACKS READ:'.
           05  TL-ACKS                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  DELIVERED:'.
           05  TL-DLVR                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE '  FAILED:'.
           05  TL-FAIL                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  UNMATCHED:'.
           05  TL-ORPHAN                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  NOT SENT:'.
           05  TL-STALE                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 115-STAMP-STARTED
           PERFORM 200-APPLY-ACKS UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'SPLRCN01 - ERROR OPENING SPLACK, STATUS='
                   WS-ACK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SPOOL-FILE
           IF WS-SPOL-STATUS NOT = '00'
               DISPLAY 'SPLRCN01 - ERROR OPENING SPOL0001, STATUS='
                   WS-SPOL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SPLRCN01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-FAIL-HEAD
           PERFORM 210-READ-ACK.
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

       200-APPLY-ACKS.
           ADD 1 TO WS-ACK-COUNT
           PERFORM 220-MATCH-ACK THRU 220-EXIT
           PERFORM 210-READ-ACK.
       200-EXIT.
           EXIT.

       210-READ-ACK.
           READ ACK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    The ack carries the request's own key, so the match is a
      *    straight read. Only a request still SENT takes the ack -
      *    one the operator has requeued since is going out again
      *    and must not be marked off by the old document's answer.
       220-MATCH-ACK.
           MOVE ACK-SPOL-KEY TO SPOL-KEY
           READ SPOOL-FILE
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-COUNT
                   GO TO 220-EXIT
           END-READ
           IF NOT SPOL-SENT
               ADD 1 TO WS-STALE-COUNT
               GO TO 220-EXIT
           END-IF
           IF ACK-DELIVERED
               SET SPOL-DELIVERED TO TRUE
               ADD 1 TO WS-DLVR-COUNT
           ELSE
               SET SPOL-FAILED TO TRUE
               ADD 1 TO WS-FAIL-COUNT
               MOVE SPOL-KEY TO DL-SPOL-KEY
               MOVE SPOL-USERID TO DL-USERID
               MOVE SPOL-PRINT-TERMID TO DL-TERMID
               MOVE ACK-ADDRESS TO DL-ADDRESS
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF
           REWRITE SPOL-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       220-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACK-COUNT TO TL-ACKS
           MOVE WS-DLVR-COUNT TO TL-DLVR
           MOVE WS-FAIL-COUNT TO TL-FAIL
           MOVE WS-ORPHAN-COUNT TO TL-ORPHAN
           MOVE WS-STALE-COUNT TO TL-STALE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'SPLRCN01 - ACKS: ' WS-ACK-COUNT
               ' DELIVERED: ' WS-DLVR-COUNT
               ' FAILED: ' WS-FAIL-COUNT
               ' UNMATCHED: ' WS-ORPHAN-COUNT
               ' NOT SENT: ' WS-STALE-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           MOVE WS-ACK-COUNT TO RESTART-COUNT
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-STAMP-DATE TO RESTART-END-DATE
           MOVE WS-RUN-TIME6 TO RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           CLOSE ACK-FILE
           CLOSE SPOOL-FILE
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.
