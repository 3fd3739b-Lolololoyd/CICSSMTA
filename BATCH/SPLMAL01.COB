       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLMAL01.
      ******************************************************************
      *DESCRIPTION: Print-spool mail sender - the SPLS sender's        *
      *             counterpart for mail entries on the prtr0001       *
      *             registry (type M). Runs through spol0001 and takes *
      *             every request QUEUED for a mail entry that is up:  *
      *             the output SM0021 would have printed - the         *
      *             NAMEFILE listing (all records, or the one record   *
      *             the request names, either way only contacts inside *
      *             the requesting user's ureg0001 region scope) or,   *
      *             for a report request (mode R), that run of the     *
      *             report off rptr0001 - goes on the SPLMOUT mail-    *
      *             gateway file as one document: a heading record     *
      *             naming it, then its lines, every record carrying   *
      *             the request's spol0001 key for the gateway to      *
      *             acknowledge against. The document is addressed to  *
      *             the requesting user's NAMEFILE person entry (the   *
      *             SHORT-NAME is the userid, the RPTDST01             *
      *             convention), its notify address decrypted with     *
      *             the nkey0001 key version it carries.               *
      *             The request goes SENT; SPLRCN01 marks it DELIVERED *
      *             or FAILED from the gateway's acknowledgment. A     *
      *             user with no address on file, a named record no    *
      *             longer there, or a report run no longer loaded     *
      *             marks the request FAILED at once - SM0020 can      *
      *             requeue it or redirect it to a real printer.       *
      *             A mail entry marked down holds its queue.          *
      *    SPLMOUT is added to (OPEN EXTEND) so a second run before    *
      *    the gateway collects does not lose the first. Rerunnable -  *
      *    only QUEUED requests are taken.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-FILE ASSIGN TO SPOL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPOL-KEY
               FILE STATUS IS WS-SPOL-STATUS.
           SELECT PRTR-FILE ASSIGN TO PRTR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTR-TERMID
               FILE STATUS IS WS-PRTR-STATUS.
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
           SELECT RPTR-FILE ASSIGN TO RPTR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPTR-KEY
               FILE STATUS IS WS-RPTR-STATUS.
           SELECT UREG-FILE ASSIGN TO UREG0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UREG-USERID
               FILE STATUS IS WS-UREG-STATUS.
           SELECT SITE-FILE ASSIGN TO SITE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-PARM-ID
               FILE STATUS IS WS-SITE-STATUS.
           SELECT MAIL-FILE ASSIGN TO SPLMOUT
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
       FD  SPOOL-FILE
           RECORD CONTAINS 48 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SPOL-REC.
           COPY SPOOL001.

       FD  PRTR-FILE
           RECORD CONTAINS 33 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PRTR-REC.
           COPY PRTR0001.

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

       FD  RPTR-FILE
           RECORD CONTAINS 154 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RPTR-REC.
           COPY RPTR0001.

       FD  UREG-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UREG-REC.
           COPY UREG0001.

       FD  SITE-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITE-REC.
           COPY SITEPRM1.

       FD  MAIL-FILE
           RECORD CONTAINS 209 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  MAIL-REC.
           05  MAIL-ADDRESS              PIC X(50).
           05  FILLER                    PIC X(01).
           05  MAIL-SPOL-KEY             PIC X(16).
           05  FILLER                    PIC X(01).
      *    H heading of the document, L one of its lines.
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
       01  WS-SPOL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PRTR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPTR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UREG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MAIL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RPTR-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UREG-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-JOB-ID                     PIC X(08) VALUE 'SPLMAL01'.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-LIST-DONE                  PIC X(01) VALUE 'N'.
      *    The registry entry last looked up - a mail entry's queue
      *    tends to come in runs.
       01  WS-PRTR-LAST                  PIC X(04) VALUE HIGH-VALUES.
       01  WS-PRTR-MAIL                  PIC X(01) VALUE 'N'.
       01  WS-PRTR-UP                    PIC X(01) VALUE 'N'.
      *    What became of the request - S sent, F failed, A failed
      *    for want of an address.
       01  WS-RESULT                     PIC X(01) VALUE SPACE.
       01  WS-ADDRESS                    PIC X(50) VALUE SPACES.
       01  WS-HEAD-DONE                  PIC X(01) VALUE 'N'.
       01  WS-HEAD-TEXT                  PIC X(132) VALUE SPACES.
       01  WS-DOC-LINES                  PIC 9(06) VALUE ZERO.
       01  WS-RPT-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.
       01  WS-REGX-WORK.
           COPY UREGSCW1.
       01  WS-PRINT-LINE.
           05  PL-CODE                   PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  PL-NAME                   PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  PL-PHONE                  PIC X(24).
           05  FILLER                    PIC X(58) VALUE SPACES.

       01  WS-QUEUED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-SENT-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-FAILED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NOADDR-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-HELD-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'PRINT-SPOOL MAIL SENDER'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(132) VALUE
               'REQUEST           USERID   ENTRY MODE LINES  OUTCOME'.

       01  WS-DETAIL-LINE.
           05  DL-SPOL-KEY               PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-USERID                 PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-TERMID                 PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-MODE                   PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  DL-LINES                  PIC ZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-OUTCOME                PIC X(30).
           05  FILLER                    PIC X(57) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                  PIC X(30).
           05  TL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 115-STAMP-STARTED
           PERFORM 200-PROCESS-QUEUE UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           OPEN I-O SPOOL-FILE
           IF WS-SPOL-STATUS NOT = '00'
               DISPLAY 'SPLMAL01 - ERROR OPENING SPOL0001, STATUS='
                   WS-SPOL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRTR-FILE
           IF WS-PRTR-STATUS NOT = '00'
               DISPLAY 'SPLMAL01 - ERROR OPENING PRTR0001, STATUS='
                   WS-PRTR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'SPLMAL01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
      *    No rptr0001 just fails any report request; no ureg0001
      *    scopes every user to the site default region, as on the
      *    screens.
           OPEN INPUT RPTR-FILE
           IF WS-RPTR-STATUS = '00'
               MOVE 'Y' TO WS-RPTR-OPEN
           END-IF
           OPEN INPUT UREG-FILE
           IF WS-UREG-STATUS = '00'
               MOVE 'Y' TO WS-UREG-OPEN
           END-IF
           MOVE 'HQ' TO REGX-DEFAULT
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS = '00'
               MOVE 'DFLTREGN' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SITE-PARM-VALUE(1:2) NOT = SPACES
                           MOVE SITE-PARM-VALUE(1:2) TO REGX-DEFAULT
                       END-IF
               END-READ
               CLOSE SITE-FILE
           END-IF
           OPEN EXTEND MAIL-FILE
           IF WS-MAIL-STATUS = '35'
               OPEN OUTPUT MAIL-FILE
           END-IF
           IF WS-MAIL-STATUS NOT = '00'
               DISPLAY 'SPLMAL01 - ERROR OPENING SPLMOUT, STATUS='
                   WS-MAIL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SPLMAL01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           MOVE LOW-VALUES TO SPOL-KEY
           START SPOOL-FILE KEY NOT LESS THAN SPOL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           IF WS-EOF NOT = 'Y'
               PERFORM 210-READ-SPOOL
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

       200-PROCESS-QUEUE.
           IF SPOL-QUEUED
               PERFORM 220-CHECK-ENTRY THRU 220-EXIT
               IF WS-PRTR-MAIL = 'Y'
                   IF WS-PRTR-UP = 'Y'
                       PERFORM 300-MAIL-REQUEST THRU 300-EXIT
                   ELSE
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 210-READ-SPOOL.
       200-EXIT.
           EXIT.

       210-READ-SPOOL.
           READ SPOOL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

      *    Only a registered mail entry is this job's business - a
      *    printer terminal, registered or not, belongs to SPLS.
       220-CHECK-ENTRY.
           IF SPOL-PRINT-TERMID = WS-PRTR-LAST
               GO TO 220-EXIT
           END-IF
           MOVE SPOL-PRINT-TERMID TO WS-PRTR-LAST
           MOVE 'N' TO WS-PRTR-MAIL
           MOVE 'N' TO WS-PRTR-UP
           MOVE SPOL-PRINT-TERMID TO PRTR-TERMID
           READ PRTR-FILE
               INVALID KEY
                   GO TO 220-EXIT
           END-READ
           IF PRTR-IS-MAIL
               MOVE 'Y' TO WS-PRTR-MAIL
               IF PRTR-IS-UP
                   MOVE 'Y' TO WS-PRTR-UP
               END-IF
           END-IF.
       220-EXIT.
           EXIT.

      *    One request, one document. The address is found first -
      *    the lookup moves NAMEFILE off any listing position - and
      *    the rendering then runs the way SM0021 prints.
       300-MAIL-REQUEST.
           ADD 1 TO WS-QUEUED-COUNT
           MOVE ZERO TO WS-DOC-LINES
           MOVE 'N' TO WS-HEAD-DONE
           MOVE 'S' TO WS-RESULT
           PERFORM 310-FIND-ADDRESS THRU 310-EXIT
           IF WS-RESULT = 'S'
               EVALUATE TRUE
               WHEN SPOL-PRINT-REPORT
                   PERFORM 350-MAIL-REPORT THRU 350-EXIT
               WHEN SPOL-PRINT-ONE
                   PERFORM 320-LOAD-REGION-SCOPE
                   PERFORM 330-MAIL-ONE-RECORD THRU 330-EXIT
               WHEN OTHER
                   PERFORM 320-LOAD-REGION-SCOPE
                   PERFORM 340-MAIL-ALL-RECORDS
               END-EVALUATE
           END-IF
           IF WS-RESULT = 'S'
               SET SPOL-SENT TO TRUE
               ADD 1 TO WS-SENT-COUNT
           ELSE
               SET SPOL-FAILED TO TRUE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           REWRITE SPOL-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM 800-LIST-REQUEST.
       300-EXIT.
           EXIT.

      *    The requesting user's own NAMEFILE person entry and its
      *    notify address, in the clear.
       310-FIND-ADDRESS.
           MOVE SPACES TO WS-ADDRESS
           MOVE SPACES TO KEY2
           MOVE SPOL-USERID TO KEY2(1:8)
           READ NAM-FILE
               KEY IS KEY2
               INVALID KEY
                   MOVE 'A' TO WS-RESULT
                   ADD 1 TO WS-NOADDR-COUNT
                   GO TO 310-EXIT
           END-READ
           PERFORM 950-DECRYPT-RECORD
           IF NOTIFY-ADDRESS = SPACES
               MOVE 'A' TO WS-RESULT
               ADD 1 TO WS-NOADDR-COUNT
               GO TO 310-EXIT
           END-IF
           MOVE NOTIFY-ADDRESS TO WS-ADDRESS.
       310-EXIT.
           EXIT.

      *    The requesting user's ureg0001 scope, loaded the way
      *    SM0021 loads it: no record (or every slot blank) means the
      *    site default region alone.
       320-LOAD-REGION-SCOPE.
           MOVE SPACES TO UREG-REC
           IF WS-UREG-OPEN = 'Y'
               MOVE SPOL-USERID TO UREG-USERID
               READ UREG-FILE
                   INVALID KEY
                       MOVE SPACES TO UREG-REC
               END-READ
           END-IF
           MOVE SPOL-USERID TO UREG-USERID
           IF NOT UREG-ALL-SCOPE
               AND UREG-REGION(1) = SPACES AND UREG-REGION(2) = SPACES
               AND UREG-REGION(3) = SPACES AND UREG-REGION(4) = SPACES
               MOVE REGX-DEFAULT TO UREG-REGION(1)
           END-IF
           MOVE UREG-REGION(1) TO REGX-HOME
           MOVE 'NAME AND ADDRESS FILE LISTING' TO WS-HEAD-TEXT.
       320-EXIT.
           EXIT.

      *    Mode O - the one record the request names, by the path it
      *    was picked from (code, or short name).
       330-MAIL-ONE-RECORD.
           IF SPOL-FILE = 'NAMESHRT'
               MOVE SPOL-RIDFLD TO KEY2
               START NAM-FILE KEY NOT LESS THAN KEY2
                   INVALID KEY
                       MOVE 'F' TO WS-RESULT
                       GO TO 330-EXIT
               END-START
           ELSE
               MOVE SPOL-RIDFLD TO KEY1
               START NAM-FILE KEY NOT LESS THAN KEY1
                   INVALID KEY
                       MOVE 'F' TO WS-RESULT
                       GO TO 330-EXIT
               END-START
           END-IF
           READ NAM-FILE NEXT RECORD
               AT END
                   MOVE 'F' TO WS-RESULT
                   GO TO 330-EXIT
           END-READ
           PERFORM 500-WRITE-HEADING THRU 500-EXIT
           MOVE REGION-CODE TO REGX-REGION
           COPY UREGSCP1.
           IF REGX-PERMITTED
               PERFORM 360-RECORD-LINE
           END-IF.
       330-EXIT.
           EXIT.

      *    Mode A - every record in scope, in code order; the heading
      *    goes out even when the scope holds nothing, as it prints.
       340-MAIL-ALL-RECORDS.
           PERFORM 500-WRITE-HEADING THRU 500-EXIT
           MOVE 'N' TO WS-LIST-DONE
           MOVE LOW-VALUES TO KEY1
           START NAM-FILE KEY NOT LESS THAN KEY1
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-DONE
           END-START
           PERFORM UNTIL WS-LIST-DONE = 'Y'
               READ NAM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-DONE
               END-READ
               IF WS-LIST-DONE NOT = 'Y'
                   MOVE REGION-CODE TO REGX-REGION
                   COPY UREGSCP1.
                   IF REGX-PERMITTED
                       PERFORM 360-RECORD-LINE
                   END-IF
               END-IF
           END-PERFORM.
       340-EXIT.
           EXIT.

      *    Mode R - the run named on the request, whole; a run with
      *    no lines left on file fails the request as the printer
      *    would.
       350-MAIL-REPORT.
           IF WS-RPTR-OPEN NOT = 'Y'
               MOVE 'F' TO WS-RESULT
               GO TO 350-EXIT
           END-IF
           MOVE ZERO TO WS-RPT-DATE
           IF SPOL-RIDFLD(1:8) IS NUMERIC
               MOVE SPOL-RIDFLD(1:8) TO WS-RPT-DATE
           END-IF
           MOVE SPACES TO WS-HEAD-TEXT
           STRING 'REPORT ' SPOL-FILE ' RUN ' WS-RPT-DATE
               ' FOR ' SPOL-USERID
               DELIMITED BY SIZE INTO WS-HEAD-TEXT
           END-STRING
           MOVE 'N' TO WS-LIST-DONE
           MOVE SPOL-FILE TO RPTR-ID
           MOVE WS-RPT-DATE TO RPTR-DATE
           MOVE ZERO TO RPTR-SEQ
           START RPTR-FILE KEY NOT LESS THAN RPTR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-DONE
           END-START
           PERFORM UNTIL WS-LIST-DONE = 'Y'
               READ RPTR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-DONE
               END-READ
               IF WS-LIST-DONE NOT = 'Y'
                   IF RPTR-ID = SPOL-FILE AND RPTR-DATE = WS-RPT-DATE
                       PERFORM 500-WRITE-HEADING THRU 500-EXIT
                       MOVE RPTR-LINE TO MAIL-TEXT
                       PERFORM 510-WRITE-LINE
                   ELSE
                       MOVE 'Y' TO WS-LIST-DONE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DOC-LINES = ZERO
               MOVE 'F' TO WS-RESULT
           END-IF.
       350-EXIT.
           EXIT.

       360-RECORD-LINE.
           PERFORM 950-DECRYPT-RECORD
           MOVE KEY1 TO PL-CODE
           MOVE NAME TO PL-NAME
           MOVE PHONE TO PL-PHONE
           MOVE WS-PRINT-LINE TO MAIL-TEXT
           PERFORM 510-WRITE-LINE.
       360-EXIT.
           EXIT.

      *    The heading goes out once per document, ahead of its first
      *    line.
       500-WRITE-HEADING.
           IF WS-HEAD-DONE = 'Y'
               GO TO 500-EXIT
           END-IF
           MOVE 'Y' TO WS-HEAD-DONE
           MOVE SPACES TO MAIL-REC
           MOVE WS-ADDRESS TO MAIL-ADDRESS
           MOVE SPOL-KEY TO MAIL-SPOL-KEY
           MOVE 'H' TO MAIL-KIND
           MOVE ZERO TO MAIL-SEQ
           MOVE WS-HEAD-TEXT TO MAIL-TEXT
           WRITE MAIL-REC.
       500-EXIT.
           EXIT.

       510-WRITE-LINE.
           ADD 1 TO WS-DOC-LINES
           MOVE WS-ADDRESS TO MAIL-ADDRESS
           MOVE SPOL-KEY TO MAIL-SPOL-KEY
           MOVE 'L' TO MAIL-KIND
           MOVE WS-DOC-LINES TO MAIL-SEQ
           WRITE MAIL-REC.
       510-EXIT.
           EXIT.

       800-LIST-REQUEST.
           MOVE SPOL-KEY TO DL-SPOL-KEY
           MOVE SPOL-USERID TO DL-USERID
           MOVE SPOL-PRINT-TERMID TO DL-TERMID
           MOVE SPOL-PRINT-MODE TO DL-MODE
           MOVE WS-DOC-LINES TO DL-LINES
           EVALUATE WS-RESULT
           WHEN 'S'
               MOVE 'SENT TO MAIL GATEWAY' TO DL-OUTCOME
           WHEN 'A'
               MOVE 'FAILED - NO NOTIFY ADDRESS' TO DL-OUTCOME
           WHEN OTHER
               MOVE 'FAILED - NOTHING ON FILE' TO DL-OUTCOME
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       800-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MAIL REQUESTS TAKEN' TO TL-LABEL
           MOVE WS-QUEUED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  SENT' TO TL-LABEL
           MOVE WS-SENT-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  FAILED' TO TL-LABEL
           MOVE WS-FAILED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '    NO NOTIFY ADDRESS' TO TL-LABEL
           MOVE WS-NOADDR-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HELD - MAIL ENTRY DOWN' TO TL-LABEL
           MOVE WS-HELD-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'SPLMAL01 - SENT: ' WS-SENT-COUNT
               ' FAILED: ' WS-FAILED-COUNT
               ' NO ADDRESS: ' WS-NOADDR-COUNT
               ' HELD: ' WS-HELD-COUNT
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'SPLMAL01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
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
           IF WS-RPTR-OPEN = 'Y'
               CLOSE RPTR-FILE
           END-IF
           IF WS-UREG-OPEN = 'Y'
               CLOSE UREG-FILE
           END-IF
           CLOSE SPOOL-FILE
           CLOSE PRTR-FILE
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
      *    is counted and goes out with no phone - or, for the
      *    requesting user's own entry, no address.
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
