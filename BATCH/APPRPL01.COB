      *             and a dispatch-audit record - written straight to   *
      *             the keyed tkah0001 history, since batch has no TD   *
      *             queue to ride. Anything that fails validation      *
      *             lands on the exception report untouched - among     *
      *             it an approval of a change request whose planned    *
      *             window meets a frzw0001 freeze for its service.     *
      *             The workload-balance pick for a ticket owned by a   *
      *             resolver team only considers that team's members.   *
      *             An approval of a ticket opened in an apat0001 cost  *
      *             band from a responder below the band's authority is *
      *             refused the same way - see 337-CHECK-AUTHORITY.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASGX-USERID
               FILE STATUS IS WS-ASGX-STATUS.
           SELECT TEAM-FILE ASSIGN TO TEAM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-CODE
               FILE STATUS IS WS-TEAM-STATUS.
           SELECT FRZW-FILE ASSIGN TO FRZW0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRZW-ID
               FILE STATUS IS WS-FRZW-STATUS.
           SELECT TKAH-FILE ASSIGN TO TKAH0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKAH-KEY
               FILE STATUS IS WS-TKAH-STATUS.
           SELECT TKEC-FILE ASSIGN TO TKEC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKEC-TICKET-NUM
               FILE STATUS IS WS-TKEC-STATUS.
           SELECT UPRF-FILE ASSIGN TO UPRF0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPRF-USERID
               FILE STATUS IS WS-UPRF-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05  APR-REASON                PIC X(39).

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
       01  ASGX-REC.
           COPY ASGX0001.

       FD  TEAM-FILE
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TEAM-REC.
           COPY TEAM0001.

       FD  FRZW-FILE
           RECORD CONTAINS 74 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FRZW-REC.
           COPY FRZW0001.

       FD  TKAH-FILE
           RECORD CONTAINS 39 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKAH-REC.
           COPY TKAHST01.

       FD  TKEC-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKEC-REC.
           COPY TKEC0001.

       FD  UPRF-FILE
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UPRF-REC.
           COPY UPRF0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-SESS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-ASGX-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ASGX-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TEAM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TEAM-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-ASG-TEAM                   PIC X(06) VALUE SPACES.
       01  WS-TEAM-IX                    PIC S9(4) COMP VALUE ZERO.
       01  WS-ON-TEAM                    PIC X(01) VALUE 'N'.
       01  WS-FRZW-STATUS                PIC X(02) VALUE SPACES.
       01  WS-FRZW-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-FRZW-EOF                   PIC X(01) VALUE 'N'.
       01  WS-FREEZE-ID                  PIC X(08) VALUE SPACES.
       01  WS-FRZX-WORK.
           COPY FRZOVLW1.
       01  WS-TKEC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKEC-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UPRF-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TIER-OK                    PIC X(01) VALUE 'Y'.
       01  WS-SIGNER                     PIC X(08) VALUE SPACES.
       01  WS-ANCHOR                     PIC X(08) VALUE SPACES.
       01  WS-CHAIN-USER                 PIC X(08) VALUE SPACES.
       01  WS-CHAIN-STEP                 PIC S9(4) COMP VALUE ZERO.
       01  WS-CHAIN-MAX                  PIC S9(4) COMP VALUE 20.
       01  WS-SCAN-EOF                   PIC X(01) VALUE 'N'.
       01  WS-ASSIGNEE                   PIC X(08) VALUE SPACES.
       01  WS-SAVE-TICKET                PIC X(06) VALUE SPACES.
           IF WS-ASGX-STATUS = '00'
               MOVE 'Y' TO WS-ASGX-OPEN
           END-IF
      *    No team file means no service has a resolver team yet -
      *    every pick is the whole-desk one.
           OPEN INPUT TEAM-FILE
           IF WS-TEAM-STATUS = '00'
               MOVE 'Y' TO WS-TEAM-OPEN
           END-IF
      *    No window file means no freeze is declared anywhere, the
      *    same reading SM0013 gives an empty frzw0001.
           OPEN INPUT FRZW-FILE
           IF WS-FRZW-STATUS = '00'
               MOVE 'Y' TO WS-FRZW-OPEN
           END-IF
      *    No cost-estimate file means no ticket was opened in an
      *    authority band - the APPROVER flag alone decides, as SM0010
      *    reads an empty tkec0001.
           OPEN INPUT TKEC-FILE
           IF WS-TKEC-STATUS = '00'
               MOVE 'Y' TO WS-TKEC-OPEN
           END-IF
           OPEN INPUT UPRF-FILE
           IF WS-UPRF-STATUS = '00'
               MOVE 'Y' TO WS-UPRF-OPEN
           END-IF
           OPEN I-O TKAH-FILE
           IF WS-TKAH-STATUS = '35'
               OPEN OUTPUT TKAH-FILE
               PERFORM 310-CHECK-AUTHORITY
           END-IF
           IF WS-EXC-REASON = SPACES
               PERFORM 320-APPLY-DECISION THRU 320-EXIT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE APR-TICKET TO DL-TICKET
           IF TKT-APPR-NEEDED NOT NUMERIC
               MOVE 1 TO TKT-APPR-NEEDED
           END-IF
           IF APR-APPROVE AND TKT-CLASS-CHANGE
               PERFORM 330-CHECK-CHANGE-FREEZE THRU 330-EXIT
               IF WS-FREEZE-ID NOT = SPACES
                   MOVE SPACES TO WS-EXC-REASON
                   STRING 'WINDOW IN FREEZE ' WS-FREEZE-ID
                       DELIMITED BY SIZE INTO WS-EXC-REASON
                   END-STRING
                   GO TO 320-EXIT
               END-IF
           END-IF
           IF APR-APPROVE
               PERFORM 337-CHECK-AUTHORITY THRU 337-EXIT
               IF WS-TIER-OK NOT = 'Y'
                   MOVE 'BELOW COST-BAND AUTHORITY' TO WS-EXC-REASON
                   GO TO 320-EXIT
               END-IF
           END-IF
           IF APR-REJECT
               SET TKT-REJECTED TO TRUE
               MOVE ZERO TO TKT-FUP-DATE
               MOVE SPACES TO TKT-FUP-BY TKT-FUP-REASON
               MOVE APR-USERID TO TKT-APPROVER
               REWRITE TKT-REC
                   INVALID KEY
       320-EXIT.
           EXIT.

      *    A change request's planned window against every declared
      *    frzw0001 window - the check SM000 option 3 and SM0010 make
      *    at the terminal, through the same FRZOVLP1 test.
       330-CHECK-CHANGE-FREEZE.
           MOVE SPACES TO WS-FREEZE-ID
           IF WS-FRZW-OPEN NOT = 'Y'
               OR TKT-PLAN-START-DATE NOT NUMERIC
               OR TKT-PLAN-END-DATE NOT NUMERIC
               GO TO 330-EXIT
           END-IF
           MOVE TKT-SVC-CODE TO FRZX-SVC-CODE
           COMPUTE FRZX-SPAN-FROM =
               TKT-PLAN-START-DATE * 1000000 + TKT-PLAN-START-TIME
           COMPUTE FRZX-SPAN-TO =
               TKT-PLAN-END-DATE * 1000000 + TKT-PLAN-END-TIME
           MOVE 'N' TO WS-FRZW-EOF
           MOVE LOW-VALUES TO FRZW-ID
           START FRZW-FILE KEY NOT LESS THAN FRZW-ID
               INVALID KEY
                   MOVE 'Y' TO WS-FRZW-EOF
           END-START
           PERFORM UNTIL WS-FRZW-EOF = 'Y'
               READ FRZW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FRZW-EOF
               END-READ
               IF WS-FRZW-EOF NOT = 'Y'
                   PERFORM 335-TEST-WINDOW
                   IF FRZX-OVERLAPS
                       MOVE FRZW-ID TO WS-FREEZE-ID
                       MOVE 'Y' TO WS-FRZW-EOF
                   END-IF
               END-IF
           END-PERFORM.
       330-EXIT.
           EXIT.

       335-TEST-WINDOW.
           COPY FRZOVLP1.
           CONTINUE.
       335-EXIT.
           EXIT.

      *    Cost-band authority from the ticket's tkec0001 record - the
      *    test SM0010's 327-CHECK-AUTHORITY applies at the terminal:
      *    the band's named approver, or the manager that many steps
      *    up the requestor's uprf0001 chain, anchors it, and the
      *    responder (the delegator, under a delegation) must be the
      *    anchor or above it in the anchor's chain. No record, no
      *    band or no chain leaves the APPROVER flag as the only test.
       337-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-TIER-OK
           IF WS-TKEC-OPEN NOT = 'Y'
               GO TO 337-EXIT
           END-IF
           MOVE TKT-NUM TO TKEC-TICKET-NUM
           READ TKEC-FILE
               INVALID KEY
                   GO TO 337-EXIT
           END-READ
           IF TKEC-AUTH-LEVEL NOT NUMERIC
               MOVE ZERO TO TKEC-AUTH-LEVEL
           END-IF
           IF TKEC-AUTH-APPROVER = SPACES AND TKEC-AUTH-LEVEL = ZERO
               GO TO 337-EXIT
           END-IF
           MOVE APR-USERID TO WS-SIGNER
           IF WS-ACTING-FOR NOT = SPACES
               MOVE WS-ACTING-FOR TO WS-SIGNER
           END-IF
           MOVE SPACES TO WS-ANCHOR
           IF TKEC-AUTH-APPROVER NOT = SPACES
               MOVE TKEC-AUTH-APPROVER TO WS-ANCHOR
           ELSE
               MOVE TKT-REQUESTOR TO WS-CHAIN-USER
               PERFORM VARYING WS-CHAIN-STEP FROM 1 BY 1
                       UNTIL WS-CHAIN-STEP > TKEC-AUTH-LEVEL
                       OR WS-CHAIN-USER = SPACES
                   PERFORM 338-NEXT-MANAGER
                   IF WS-CHAIN-USER NOT = SPACES
                       MOVE WS-CHAIN-USER TO WS-ANCHOR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ANCHOR = SPACES
               GO TO 337-EXIT
           END-IF
           MOVE 'N' TO WS-TIER-OK
           MOVE WS-ANCHOR TO WS-CHAIN-USER
           PERFORM VARYING WS-CHAIN-STEP FROM 1 BY 1
                   UNTIL WS-CHAIN-STEP > WS-CHAIN-MAX
                   OR WS-CHAIN-USER = SPACES
                   OR WS-TIER-OK = 'Y'
               IF WS-CHAIN-USER(1:7) = WS-SIGNER(1:7)
                   MOVE 'Y' TO WS-TIER-OK
               ELSE
                   PERFORM 338-NEXT-MANAGER
               END-IF
           END-PERFORM.
       337-EXIT.
           EXIT.

      *    One step up the uprf0001 manager chain from WS-CHAIN-USER -
      *    spaces when there is no profile or no manager above it.
       338-NEXT-MANAGER.
           MOVE WS-CHAIN-USER TO UPRF-USERID
           MOVE SPACES TO WS-CHAIN-USER
           IF WS-UPRF-OPEN = 'Y'
               READ UPRF-FILE
                   INVALID KEY
                       MOVE SPACES TO UPRF-MGR-USERID7
               END-READ
               IF WS-UPRF-STATUS = '00'
                   AND UPRF-MGR-USERID7 NOT = SPACES
                   MOVE UPRF-MGR-USERID7 TO WS-CHAIN-USER(1:7)
               END-IF
           END-IF.
       338-EXIT.
           EXIT.


      *    Workload-balanced auto-assignment, the same pick SM0010
      *    makes online - the newly workable ticket goes to the
      *    signed-on desk member (SERVICE flag, not on asgx0001) with
      *    the fewest live assigned tickets. Nobody eligible leaves
      *    it unassigned. A ticket owned by a live resolver team is
      *    only balanced across that team's members, as online.
       360-AUTO-ASSIGN.
           IF WS-SESS-OPEN NOT = 'Y'
               GO TO 360-EXIT
           END-IF
           MOVE TKT-NUM TO WS-SAVE-TICKET
           MOVE SPACES TO WS-ASG-TEAM
           IF WS-TEAM-OPEN = 'Y' AND TKT-TEAM-CODE NOT = SPACES
               MOVE TKT-TEAM-CODE TO TEAM-CODE
               READ TEAM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TEAM-STATUS = '00' AND TEAM-IS-ACTIVE
                   MOVE TKT-TEAM-CODE TO WS-ASG-TEAM
               END-IF
           END-IF
           PERFORM 365-LIST-CANDIDATES
           IF WS-CAND-COUNT = ZERO
               GO TO 360-EXIT
                   GO TO 367-EXIT
               END-IF
           END-IF
           IF WS-ASG-TEAM NOT = SPACES
               MOVE 'N' TO WS-ON-TEAM
               PERFORM VARYING WS-TEAM-IX FROM 1 BY 1
                       UNTIL WS-TEAM-IX > 12
                   IF TEAM-MEMBER(WS-TEAM-IX) = SESS-USERID
                       MOVE 'Y' TO WS-ON-TEAM
                   END-IF
               END-PERFORM
               IF WS-ON-TEAM NOT = 'Y'
                   GO TO 367-EXIT
               END-IF
           END-IF
           IF WS-CAND-COUNT < WS-CAND-MAX
               ADD 1 TO WS-CAND-COUNT
               MOVE SESS-USERID TO WS-CAND-USERID(WS-CAND-COUNT)
           IF WS-ASGX-OPEN = 'Y'
               CLOSE ASGX-FILE
           END-IF
           IF WS-TEAM-OPEN = 'Y'
               CLOSE TEAM-FILE
           END-IF
           IF WS-FRZW-OPEN = 'Y'
               CLOSE FRZW-FILE
           END-IF
           IF WS-TKEC-OPEN = 'Y'
               CLOSE TKEC-FILE
           END-IF
           IF WS-UPRF-OPEN = 'Y'
               CLOSE UPRF-FILE
           END-IF
           CLOSE TKAH-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
