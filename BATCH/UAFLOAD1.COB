      *             removing/expanding access flags themselves stays a  *
      *             SM0007 maintenance decision, not something this     *
      *             load job second-guesses.                           *
      *             A still-active user whose department or manager    *
      *             changes on the feed is a mover: the old job's      *
      *             access is put to the new manager as a one-user     *
      *             cert0001 entry under the month's mover campaign    *
      *             (99YYMM, with the ucat0001 grants snapshotted to   *
      *             crtc0001 as RECERT01 does), and a movr0001 record  *
      *             carries the new manager and the decision deadline  *
      *             (site0001 MOVRDAYS calendar days, default 14) for  *
      *             SM0022, RECERT02 MOVERS and MOVRPT01.              *
      *    Restart/checkpoint: HRFEED has no natural key to START       *
      *             past (it is a straight sequential extract, not     *
      *             keyed like UAF00001/tktm0001), so the RESTART-FILE  *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UAF-USERID
               FILE STATUS IS WS-UAF-STATUS.
           SELECT CERT-FILE ASSIGN TO CERT0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-KEY
               FILE STATUS IS WS-CERT-STATUS.
           SELECT MOVR-FILE ASSIGN TO MOVR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOVR-KEY
               FILE STATUS IS WS-MOVR-STATUS.
           SELECT SESS-FILE ASSIGN TO SESS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-USERID
               FILE STATUS IS WS-SESS-STATUS.
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
           SELECT SITE-FILE ASSIGN TO SITE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-PARM-ID
               FILE STATUS IS WS-SITE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  UAF-TERM-DATE             PIC 9(08).
           05  UAF-PIN                   PIC X(04).

       FD  CERT-FILE
           RECORD CONTAINS 108 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CERT-REC.
           COPY CERT0001.

       FD  MOVR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MOVR-REC.
           COPY MOVR0001.

       FD  SESS-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SESS-REC.
           COPY SESSION1.

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

       FD  SITE-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITE-REC.
           COPY SITEPRM1.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UAF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CERT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MOVR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SESS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SESS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UCAT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UCAT-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UCAT-EOF                   PIC X(01) VALUE 'N'.
       01  WS-CRTC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MOVER                      PIC X(01) VALUE 'N'.
       01  WS-OLD-DEPT                   PIC X(05) VALUE SPACES.
       01  WS-OLD-MGR-USERID7            PIC X(07) VALUE SPACES.
       01  WS-MOVER-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-MOVR-DAYS                  PIC 9(03) VALUE 14.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05  FILLER                    PIC 9(02).
           05  WS-TODAY-YYMM             PIC 9(04).
           05  FILLER                    PIC 9(02).
       01  WS-MOVR-CAMPAIGN              PIC 9(06) VALUE ZERO.
       01  WS-DEADLINE                   PIC 9(08) VALUE ZERO.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  DL-USERID                 PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  DL-ACTION                 PIC X(20).
           05  DL-NOTE                   PIC X(60).
           05  FILLER                    PIC X(30) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(17) VALUE
           05  FILLER                    PIC X(12) VALUE
               'TERMINATED:'.
           05  TL-TERM-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE
               'MOVERS:'.
           05  TL-MOVER-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 120-OPEN-MOVER-FILES
           PERFORM 110-CHECK-RESTART
           WRITE REPORT-LINE FROM WS-HEAD1
           PERFORM 210-READ-FEED.
       100-EXIT.
           EXIT.

      *    The mover files - the worklist and mover records are
      *    created on first use, the sign-on and grant files are
      *    read only when there, and the deadline comes from the
      *    MOVRDAYS site parameter. The mover campaign id is fixed
      *    for the run from today's date.
       120-OPEN-MOVER-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-MOVR-CAMPAIGN = 990000 + WS-TODAY-YYMM
           OPEN I-O CERT-FILE
           IF WS-CERT-STATUS = '35'
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
               OPEN I-O CERT-FILE
           END-IF
           IF WS-CERT-STATUS NOT = '00'
               DISPLAY 'UAFLOAD1 - ERROR OPENING CERT0001, STATUS='
                   WS-CERT-STATUS
               STOP RUN
           END-IF
           OPEN I-O MOVR-FILE
           IF WS-MOVR-STATUS = '35'
               OPEN OUTPUT MOVR-FILE
               CLOSE MOVR-FILE
               OPEN I-O MOVR-FILE
           END-IF
           IF WS-MOVR-STATUS NOT = '00'
               DISPLAY 'UAFLOAD1 - ERROR OPENING MOVR0001, STATUS='
                   WS-MOVR-STATUS
               STOP RUN
           END-IF
           OPEN I-O CRTC-FILE
           IF WS-CRTC-STATUS = '35'
               OPEN OUTPUT CRTC-FILE
               CLOSE CRTC-FILE
               OPEN I-O CRTC-FILE
           END-IF
           IF WS-CRTC-STATUS NOT = '00'
               DISPLAY 'UAFLOAD1 - ERROR OPENING CRTC0001, STATUS='
                   WS-CRTC-STATUS
               STOP RUN
           END-IF
           OPEN INPUT SESS-FILE
           IF WS-SESS-STATUS = '00'
               MOVE 'Y' TO WS-SESS-OPEN
           END-IF
           OPEN INPUT UCAT-FILE
           IF WS-UCAT-STATUS = '00'
               MOVE 'Y' TO WS-UCAT-OPEN
           END-IF
           OPEN INPUT SITE-FILE
           IF WS-SITE-STATUS = '00'
               MOVE 'MOVRDAYS' TO SITE-PARM-ID
               READ SITE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION NUMVAL(SITE-PARM-VALUE) > ZERO
                           AND FUNCTION NUMVAL(SITE-PARM-VALUE) < 1000
                           COMPUTE WS-MOVR-DAYS =
                               FUNCTION NUMVAL(SITE-PARM-VALUE)
                       END-IF
               END-READ
               CLOSE SITE-FILE
           END-IF
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-MOVR-DAYS).
       120-EXIT.
           EXIT.

      *    Look for a restart record left by a prior abended run of
      *    this job. HRFEED has no key to START past, so a resume
      *    re-reads and discards the feed records already processed
      *    same way SM000's default-contact/default-service-code
      *    lookups fall back to a safe default rather than failing.
       220-APPLY-FEED-RECORD.
           MOVE 'N' TO WS-MOVER
           PERFORM 228-REFRESH-PROFILE
           MOVE SPACES TO UAF-USERID
           MOVE HR-USERID7 TO UAF-USERID7
      *    The feed's organizational fields land in the uprf0001
      *    profile sidecar for every employee on the feed - added the
      *    first time, refreshed after that, so a transfer or rename
      *    shows up the morning after HR records it. A department or
      *    manager that was known and now differs marks a mover for
      *    an active employee; a first sighting never does.
       228-REFRESH-PROFILE.
           MOVE SPACES TO UPRF-REC
           MOVE HR-USERID7 TO UPRF-USERID
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE UPRF-DEPT TO WS-OLD-DEPT
                   MOVE UPRF-MGR-USERID7 TO WS-OLD-MGR-USERID7
                   IF HR-ACTIVE
                       AND ((UPRF-DEPT NOT = SPACES
                             AND UPRF-DEPT NOT = HR-DEPT-CODE)
                         OR (UPRF-MGR-USERID7 NOT = SPACES
                             AND UPRF-MGR-USERID7 NOT = HR-MGR-USERID7))
                       MOVE 'Y' TO WS-MOVER
                   END-IF
                   MOVE HR-EMP-NAME TO UPRF-NAME
                   MOVE HR-DEPT-CODE TO UPRF-DEPT
                   MOVE HR-MGR-USERID7 TO UPRF-MGR-USERID7
               MOVE HR-USERID7 TO DL-USERID
               MOVE 'TERMINATED' TO DL-ACTION
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF
           IF WS-MOVER = 'Y'
               AND (UAF-TERM-DATE = ZERO OR UAF-TERM-DATE > WS-TODAY)
               PERFORM 240-OPEN-MOVER-REVIEW
           END-IF.
       226-EXIT.
           EXIT.

      *    Put the access the user carried into the new job in front
      *    of the new manager - one pending cert0001 entry under this
      *    month's mover campaign, the same cut RECERT01 makes. A
      *    second move in the same month replaces the first entry and
      *    re-opens it, since the earlier decision was about a job
      *    the user no longer holds.
       240-OPEN-MOVER-REVIEW.
           MOVE SPACES TO CERT-REC
           MOVE WS-MOVR-CAMPAIGN TO CERT-CAMPAIGN
           MOVE UAF-USERID TO CERT-USERID
           MOVE UAF-REQUESTOR TO CERT-REQUESTOR
           MOVE UAF-ADMIN TO CERT-ADMIN
           MOVE UAF-APPROVER TO CERT-APPROVER
           MOVE UAF-SERVICE TO CERT-SERVICE
           MOVE UAF-INQUIRY TO CERT-INQUIRY
           MOVE UAF-EFFECTIVE-DATE TO CERT-EFFECTIVE-DATE
           MOVE UAF-TERM-DATE TO CERT-TERM-DATE
           MOVE UAF-UPDATEDBY TO CERT-UPDATEDBY
           MOVE ZERO TO CERT-LAST-ACTIVITY
           IF WS-SESS-OPEN = 'Y'
               MOVE UAF-USERID TO SESS-USERID
               READ SESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SESS-LAST-DATE IS NUMERIC
                           MOVE SESS-LAST-DATE TO CERT-LAST-ACTIVITY
                       END-IF
               END-READ
           END-IF
           SET CERT-PENDING TO TRUE
           MOVE ZERO TO CERT-DECIDED-DATE
           STRING 'MOVED FROM ' WS-OLD-DEPT ' TO ' HR-DEPT-CODE
               DELIMITED BY SIZE INTO CERT-COMMENT
           END-STRING
           WRITE CERT-REC
               INVALID KEY
                   REWRITE CERT-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           MOVE SPACES TO MOVR-REC
           MOVE WS-MOVR-CAMPAIGN TO MOVR-CAMPAIGN
           MOVE UAF-USERID TO MOVR-USERID
           MOVE WS-TODAY TO MOVR-DETECTED-DATE
           MOVE WS-OLD-DEPT TO MOVR-OLD-DEPT
           MOVE WS-OLD-MGR-USERID7 TO MOVR-OLD-MGR-USERID7
           MOVE HR-DEPT-CODE TO MOVR-NEW-DEPT
           MOVE HR-MGR-USERID7 TO MOVR-NEW-MGR-USERID7
           MOVE WS-DEADLINE TO MOVR-DEADLINE
           SET MOVR-OPEN TO TRUE
           MOVE ZERO TO MOVR-CLOSED-DATE
           WRITE MOVR-REC
               INVALID KEY
                   REWRITE MOVR-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF WS-UCAT-OPEN = 'Y'
               PERFORM 245-CUT-GRANTS
           END-IF
           ADD 1 TO WS-MOVER-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE HR-USERID7 TO DL-USERID
           MOVE 'MOVER - REVIEW OPEN' TO DL-ACTION
           STRING WS-OLD-DEPT '/' WS-OLD-MGR-USERID7 ' TO '
                  HR-DEPT-CODE '/' HR-MGR-USERID7
                  ' CAMPAIGN ' WS-MOVR-CAMPAIGN ' DUE ' WS-DEADLINE
               DELIMITED BY SIZE INTO DL-NOTE
           END-STRING
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       240-EXIT.
           EXIT.

      *    The user's ucat0001 grants beside the entry, as RECERT01
      *    snapshots them for a campaign.
       245-CUT-GRANTS.
           MOVE SPACES TO CRTC-REC
           MOVE WS-MOVR-CAMPAIGN TO CRTC-CAMPAIGN
           MOVE UAF-USERID TO CRTC-USERID
           MOVE ZERO TO CRTC-COUNT
           MOVE UAF-USERID TO UCAT-USERID
           MOVE LOW-VALUES TO UCAT-CATEGORY
           MOVE 'N' TO WS-UCAT-EOF
           START UCAT-FILE KEY NOT LESS THAN UCAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-UCAT-EOF
           END-START
           PERFORM 246-READ-GRANT UNTIL WS-UCAT-EOF = 'Y'
           IF CRTC-COUNT > ZERO
               WRITE CRTC-REC
                   INVALID KEY
                       REWRITE CRTC-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.
       245-EXIT.
           EXIT.

       246-READ-GRANT.
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
       246-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-REC-COUNT TO TL-COUNT
           MOVE WS-ADD-COUNT TO TL-ADD-COUNT
           MOVE WS-TERM-COUNT TO TL-TERM-COUNT
           MOVE WS-MOVER-COUNT TO TL-MOVER-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           CLOSE HR-FEED-FILE
           CLOSE UPRF-FILE
           CLOSE UAF-FILE
           CLOSE CERT-FILE
           CLOSE MOVR-FILE
           CLOSE CRTC-FILE
           IF WS-SESS-OPEN = 'Y'
               CLOSE SESS-FILE
           END-IF
           IF WS-UCAT-OPEN = 'Y'
               CLOSE UCAT-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
