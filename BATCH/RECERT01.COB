      *             it stands (flags, effective/term window, UAF-      *
      *             UPDATEDBY) with the decision left pending for the  *
      *             reviewers on SM0022. Already-terminated users are  *
      *             skipped - there is nothing left to certify. The    *
      *             user's ucat0001 service-category grants are cut    *
      *             alongside into crtc0001 under the same campaign    *
      *             and userid, so SM0022 reviews them with the flags. *
      *    Campaign id: command-line parameter YYYYMM, defaulting to   *
      *    the current month. Re-cutting an existing campaign is       *
      *    duplicate-tolerant, so decisions already recorded survive.  *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CERT-STATUS.
           SELECT UCAT-FILE ASSIGN TO UCAT0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UCAT-KEY
               FILE STATUS IS WS-UCAT-STATUS.
           SELECT CRTC-FILE ASSIGN TO CRTC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRTC-KEY
               FILE STATUS IS WS-CRTC-STATUS.
           SELECT RESTART-FILE ASSIGN TO RUNCTL01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  CERT-REC.
           COPY CERT0001.

       FD  UCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UCAT-REC.
           COPY UCAT0001.

       FD  CRTC-FILE
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CRTC-REC.
           COPY CRTC0001.

       FD  RESTART-FILE
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WS-CERT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SESS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SESS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UCAT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UCAT-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UCAT-EOF                   PIC X(01) VALUE 'N'.
       01  WS-CRTC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-GRANT-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
                   WS-CERT-STATUS
               STOP RUN
           END-IF
      *    No ucat0001 yet simply means nobody holds a category
      *    grant - the campaign is cut without them.
           OPEN INPUT UCAT-FILE
           IF WS-UCAT-STATUS = '00'
               MOVE 'Y' TO WS-UCAT-OPEN
           ELSE
               DISPLAY 'RECERT01 - UCAT0001 NOT AVAILABLE, STATUS='
                   WS-UCAT-STATUS ' - NO CATEGORY GRANTS CUT'
           END-IF
           OPEN I-O CRTC-FILE
           IF WS-CRTC-STATUS = '35'
               OPEN OUTPUT CRTC-FILE
               CLOSE CRTC-FILE
               OPEN I-O CRTC-FILE
           END-IF
           IF WS-CRTC-STATUS NOT = '00'
               DISPLAY 'RECERT01 - ERROR OPENING CRTC0001, STATUS='
                   WS-CRTC-STATUS
               STOP RUN
           END-IF
           PERFORM 110-CHECK-RESTART
           DISPLAY 'RECERT01 - CUTTING CAMPAIGN ' WS-CAMPAIGN
           PERFORM 210-READ-UAF.
           END-WRITE
           IF WS-CERT-STATUS = '00'
               ADD 1 TO WS-CUT-COUNT
           END-IF
           IF WS-UCAT-OPEN = 'Y'
               PERFORM 225-CUT-GRANTS
           END-IF.
       220-EXIT.
           EXIT.

      *    Snapshot the user's category grants beside the worklist
      *    entry - same duplicate tolerance as the entry itself, so a
      *    re-cut leaves the snapshot the reviewers already saw.
       225-CUT-GRANTS.
           MOVE SPACES TO CRTC-REC
           MOVE WS-CAMPAIGN TO CRTC-CAMPAIGN
           MOVE UAF-USERID TO CRTC-USERID
           MOVE ZERO TO CRTC-COUNT
           MOVE UAF-USERID TO UCAT-USERID
           MOVE LOW-VALUES TO UCAT-CATEGORY
           MOVE 'N' TO WS-UCAT-EOF
           START UCAT-FILE KEY NOT LESS THAN UCAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-UCAT-EOF
           END-START
           PERFORM 226-READ-GRANT UNTIL WS-UCAT-EOF = 'Y'
           IF CRTC-COUNT > ZERO
               WRITE CRTC-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-CRTC-STATUS = '00'
                   ADD CRTC-COUNT TO WS-GRANT-COUNT
               END-IF
           END-IF.
       225-EXIT.
           EXIT.

       226-READ-GRANT.
           READ UCAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-UCAT-EOF
           END-READ
           IF WS-UCAT-EOF = 'N'
               IF UCAT-USERID NOT = UAF-USERID
                   MOVE 'Y' TO WS-UCAT-EOF
               ELSE
                   ADD 1 TO CRTC-COUNT
                   IF CRTC-COUNT NOT > 10
                       MOVE UCAT-CATEGORY TO CRTC-CATEGORY(CRTC-COUNT)
                   END-IF
               END-IF
           END-IF.
       226-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'RECERT01 - USERS READ: ' WS-REC-COUNT
               ' WORKLIST ENTRIES CUT: ' WS-CUT-COUNT
               ' CATEGORY GRANTS CUT: ' WS-GRANT-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
               CLOSE SESS-FILE
           END-IF
           CLOSE CERT-FILE
           IF WS-UCAT-OPEN = 'Y'
               CLOSE UCAT-FILE
           END-IF
           CLOSE CRTC-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.
