      *             alone.                                              *
      *    Campaign id: command-line parameter YYYYMM - required, so    *
      *    the wrong quarter cannot be closed by accident.              *
      *    MOVERS: the parameter MOVERS instead walks the movr0001      *
      *    mover reviews UAFLOAD1 opened and closes each one whose      *
      *    99YYMM cert0001 entry is decided (certified stays, revoked   *
      *    is termed) or is still undecided past its deadline (termed   *
      *    as UNREVIEWED), printing the same evidence lines. Reviews    *
      *    still inside their deadline are left open for the next run.  *
      *    A 99YYMM id is refused as a campaign parameter so mover      *
      *    entries are never closed ahead of their deadline.            *
      *    Restart/checkpoint: standard RUNCTL01 convention, keyed on   *
      *    the worklist userid within the campaign. The MOVERS pass     *
      *    has none - closed reviews are skipped, so a rerun simply     *
      *    picks up where the last one stopped.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CERT-STATUS.
           SELECT MOVR-FILE ASSIGN TO MOVR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVR-KEY
               FILE STATUS IS WS-MOVR-STATUS.
           SELECT UAF-FILE ASSIGN TO UAF00001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  CERT-REC.
           COPY CERT0001.

       FD  MOVR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MOVR-REC.
           COPY MOVR0001.

       FD  UAF-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       01  WS-CERT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MOVR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MOVERS-MODE                PIC X(01) VALUE 'N'.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UPRF-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UAF-STATUS                 PIC X(02) VALUE SPACES.
           05  H1-CAMPAIGN               PIC 9(06).
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  WS-MOVER-HEAD1.
           05  FILLER                    PIC X(42) VALUE
               'MOVER ACCESS REVIEW CLOSE-OUT - RUN DATE'.
           05  MH1-TODAY                 PIC 9(08).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'USERID'.
           05  FILLER                    PIC X(07) VALUE 'FLAGS'.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           IF WS-MOVERS-MODE = 'Y'
               PERFORM 300-PROCESS-MOVER UNTIL WS-EOF = 'Y'
           ELSE
               PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           END-IF
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CKPT-PARM FROM COMMAND-LINE
           IF WS-CKPT-PARM = 'MOVERS'
               MOVE 'Y' TO WS-MOVERS-MODE
               MOVE 'RECERTMV' TO WS-JOB-ID
           ELSE
               IF WS-CKPT-PARM IS NUMERIC AND WS-CKPT-PARM NOT = ZERO
                   MOVE WS-CKPT-PARM TO WS-CAMPAIGN
               ELSE
                   DISPLAY 'RECERT02 - SUPPLY THE CAMPAIGN ID (YYYYMM)'
                   STOP RUN
               END-IF
               IF WS-CAMPAIGN > 989999
                   DISPLAY 'RECERT02 - MOVER CAMPAIGNS CLOSE BY MOVERS'
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O CERT-FILE
           IF WS-CERT-STATUS NOT = '00'
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           IF WS-MOVERS-MODE = 'Y'
               PERFORM 120-START-MOVERS
           ELSE
               PERFORM 130-START-CAMPAIGN
           END-IF.
       100-EXIT.
           EXIT.

       115-EXIT.
           EXIT.

      *    The mover reviews are walked from the top of movr0001 each
      *    run; the file is created empty the first time, before
      *    UAFLOAD1 has seen a mover.
       120-START-MOVERS.
           OPEN I-O MOVR-FILE
           IF WS-MOVR-STATUS = '35'
               OPEN OUTPUT MOVR-FILE
               CLOSE MOVR-FILE
               OPEN I-O MOVR-FILE
           END-IF
           IF WS-MOVR-STATUS NOT = '00'
               DISPLAY 'RECERT02 - ERROR OPENING MOVR0001, STATUS='
                   WS-MOVR-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY TO MH1-TODAY
           WRITE REPORT-LINE FROM WS-MOVER-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           MOVE LOW-VALUES TO MOVR-KEY
           START MOVR-FILE KEY NOT LESS THAN MOVR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM 320-READ-MOVR.
       120-EXIT.
           EXIT.

       130-START-CAMPAIGN.
           PERFORM 110-CHECK-RESTART
           MOVE WS-CAMPAIGN TO H1-CAMPAIGN
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           MOVE WS-CAMPAIGN TO CERT-CAMPAIGN
           MOVE WS-SKIP-KEY TO CERT-USERID
           START CERT-FILE KEY NOT LESS THAN CERT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM 210-READ-CERT.
       130-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           PERFORM 220-CLOSE-OUT-ENTRY
       240-EXIT.
           EXIT.

       300-PROCESS-MOVER.
           IF MOVR-OPEN
               PERFORM 310-CLOSE-MOVER THRU 310-EXIT
           END-IF
           PERFORM 320-READ-MOVR.
       300-EXIT.
           EXIT.

      *    Close a mover review once its cert0001 entry is decided,
      *    or once the deadline has passed with nobody deciding it -
      *    220 then prints the evidence and terms the UAF entry
      *    exactly as it does for a campaign.
       310-CLOSE-MOVER.
           MOVE MOVR-CAMPAIGN TO CERT-CAMPAIGN
           MOVE MOVR-USERID TO CERT-USERID
           READ CERT-FILE
               INVALID KEY
                   GO TO 310-EXIT
           END-READ
           EVALUATE TRUE
           WHEN CERT-CERTIFIED
               SET MOVR-CLOSED-CERTIFIED TO TRUE
           WHEN CERT-REVOKED
               SET MOVR-CLOSED-REVOKED TO TRUE
           WHEN MOVR-DEADLINE < WS-TODAY
               SET MOVR-CLOSED-EXPIRED TO TRUE
           WHEN OTHER
               GO TO 310-EXIT
           END-EVALUATE
           ADD 1 TO WS-REC-COUNT
           PERFORM 220-CLOSE-OUT-ENTRY
           MOVE WS-TODAY TO MOVR-CLOSED-DATE
           REWRITE MOVR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       310-EXIT.
           EXIT.

       320-READ-MOVR.
           READ MOVR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       320-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-REC-COUNT TO TL-COUNT
           MOVE WS-CERTIFIED-COUNT TO TL-CERTIFIED
           DISPLAY 'RECERT02 - CERTIFIED: ' WS-CERTIFIED-COUNT
               ' REVOKED: ' WS-REVOKED-COUNT
               ' UNREVIEWED: ' WS-UNREVIEWED-COUNT
           IF WS-MOVERS-MODE = 'Y'
               CLOSE MOVR-FILE
           ELSE
               PERFORM 910-STAMP-COMPLETED
           END-IF
           CLOSE CERT-FILE
           CLOSE UAF-FILE
           IF WS-UPRF-OPEN = 'Y'
               CLOSE UPRF-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       910-STAMP-COMPLETED.
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           CLOSE RESTART-FILE.
       910-EXIT.
           EXIT.
