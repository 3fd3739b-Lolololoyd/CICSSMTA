      *             TKTNTF01's classifier turns it into an NTFOUT      *
      *             notice. An approver who already has a standing     *
      *             delegation is left alone - the cover exists.       *
      *             On a ticket opened in an apat0001 cost band,       *
      *             nobody having signed, the stalled approver is the  *
      *             one the band calls for, so the escalation climbs   *
      *             the same chain the approval is held to.            *
      *    Threshold: site0001 parameter APPESCDY, default 3 business  *
      *    days. No restart/checkpoint handling - the existing-        *
      *    delegation check makes a rerun a no-op.                     *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITE-PARM-ID
               FILE STATUS IS WS-SITE-STATUS.
           SELECT TKEC-FILE ASSIGN TO TKEC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEC-TICKET-NUM
               FILE STATUS IS WS-TKEC-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       01  SITE-REC.
           COPY SITEPRM1.

       FD  TKEC-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKEC-REC.
           COPY TKEC0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-SITE-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-BDAY-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TKEC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKEC-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-CHAIN-USER                 PIC X(08) VALUE SPACES.
       01  WS-CHAIN-STEP                 PIC S9(4) COMP VALUE ZERO.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-DETAIL-DONE-SW             PIC X(01) VALUE 'N'.
       01  WS-JOB-ID                     PIC X(08) VALUE 'APPESC01'.
           IF WS-BDAY-STATUS = '00'
               MOVE 'Y' TO WS-BDAY-OPEN
           END-IF
           OPEN INPUT TKEC-FILE
           IF WS-TKEC-STATUS = '00'
               MOVE 'Y' TO WS-TKEC-OPEN
           END-IF
           PERFORM 110-READ-THRESHOLD
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'

      *    The stalled approver is the first signature on a two-
      *    approver ticket; with no signature at all it is the
      *    approver the ticket's cost band calls for, or failing a
      *    band the requestor's manager, the natural first approver.
      *    Their own manager becomes a seven-day delegate - unless a
      *    standing delegation already covers them, or nobody above
      *    them is on the profile file.
       300-ESCALATE.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SPACES TO WS-STALLED-APPR
           IF TKT-APPROVER NOT = SPACES
               MOVE TKT-APPROVER TO WS-STALLED-APPR
           ELSE
               PERFORM 310-FIND-BAND-APPROVER THRU 310-EXIT
           END-IF
           IF WS-STALLED-APPR = SPACES
               MOVE TKT-REQUESTOR TO UPRF-USERID
               READ UPRF-FILE
                   INVALID KEY
       320-EXIT.
           EXIT.

      *    The authority a cost-band ticket waits on, from its
      *    tkec0001 record - the band's named approver, or the manager
      *    that many steps up the requestor's uprf0001 chain (the top
      *    of the chain if it runs out first), the anchor SM0010's
      *    327-CHECK-AUTHORITY holds approvals to. Escalating to that
      *    anchor's manager keeps the hand-off climbing the same
      *    chain the band set. No record or no band leaves the
      *    stalled approver blank for the requestor's-manager rule.
       310-FIND-BAND-APPROVER.
           IF WS-TKEC-OPEN NOT = 'Y'
               GO TO 310-EXIT
           END-IF
           MOVE TKT-NUM TO TKEC-TICKET-NUM
           READ TKEC-FILE
               INVALID KEY
                   GO TO 310-EXIT
           END-READ
           IF TKEC-AUTH-LEVEL NOT NUMERIC
               MOVE ZERO TO TKEC-AUTH-LEVEL
           END-IF
           IF TKEC-AUTH-APPROVER NOT = SPACES
               MOVE TKEC-AUTH-APPROVER TO WS-STALLED-APPR
               GO TO 310-EXIT
           END-IF
           MOVE TKT-REQUESTOR TO WS-CHAIN-USER
           PERFORM VARYING WS-CHAIN-STEP FROM 1 BY 1
                   UNTIL WS-CHAIN-STEP > TKEC-AUTH-LEVEL
                   OR WS-CHAIN-USER = SPACES
               MOVE WS-CHAIN-USER TO UPRF-USERID
               MOVE SPACES TO WS-CHAIN-USER
               READ UPRF-FILE
                   INVALID KEY
                       MOVE SPACES TO UPRF-MGR-USERID7
               END-READ
               IF WS-UPRF-STATUS = '00'
                   AND UPRF-MGR-USERID7 NOT = SPACES
                   MOVE UPRF-MGR-USERID7 TO WS-CHAIN-USER(1:7)
                   MOVE WS-CHAIN-USER TO WS-STALLED-APPR
               END-IF
           END-PERFORM.
       310-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'APPESC01 - TICKETS SCANNED: ' WS-REC-COUNT
               ' ESCALATED: ' WS-ESC-COUNT
           IF WS-BDAY-OPEN = 'Y'
               CLOSE BDAY-FILE
           END-IF
           IF WS-TKEC-OPEN = 'Y'
               CLOSE TKEC-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
