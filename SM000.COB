       01  WS-TERM-LISTED                PIC X(01) VALUE 'N'.
       01  WS-UAFT-REC.
           COPY UAFTRM01.
      *    Region scope - a ticket whose TICKET-REGION sits outside
      *    the user's ureg0001 scope is refused at the ticket gate.
       01  WS-UREG-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-UREG-LOADED                PIC X(01) VALUE 'N'.
       01  WS-UREG-REC.
           COPY UREG0001.
       01  WS-REGX-WORK.
           COPY UREGSCW1.
       01  WS-BGLS-REC.
           COPY BGLS0001.
       01  WS-BGLS-LIVE       PIC X(01) VALUE 'N'.
       01  WS-CNT-OVERDUE     PIC 9(04) VALUE ZERO.
       01  WS-CNT-PENDING     PIC 9(04) VALUE ZERO.
       01  WS-CNT-SECNEW      PIC 9(04) VALUE ZERO.
       01  WS-CNT-FOLLOWUP    PIC 9(04) VALUE ZERO.
       01  WS-PREV-LAST-DATE  PIC 9(08) VALUE ZERO.
       01  WS-PREV-LAST-TIME  PIC 9(06) VALUE ZERO.
       01  WS-CNT-TKT-REC.
       01  WS-ACK-MSGID                  PIC X(08) VALUE SPACES.
       01  WS-BACK-REC.
           COPY BACK0001.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       01  WS-MENU-CTR-LEN                PIC S9(4) COMP VALUE 1.
       01  WS-RESL-OK         PIC X(1) VALUE 'N'.
       01  WS-MINS-OK         PIC X(1) VALUE 'N'.
       01  WS-ACTING-FOR      PIC X(08) VALUE SPACES.
       01  WS-TIER-OK         PIC X(01) VALUE 'Y'.
       01  WS-SIGNER          PIC X(08) VALUE SPACES.
       01  WS-ANCHOR          PIC X(08) VALUE SPACES.
       01  WS-CHAIN-USER      PIC X(08) VALUE SPACES.
       01  WS-CHAIN-STEP      PIC S9(4) COMP VALUE ZERO.
       01  WS-CHAIN-MAX       PIC S9(4) COMP VALUE 20.
       01  WS-TKEC-REC.
           COPY TKEC0001.
       01  WS-UPRF-REC.
           COPY UPRF0001.
       01  WS-DLGT-RID        PIC X(08).
       01  WS-DLGT-DONE       PIC X(01) VALUE 'N'.
       01  WS-DLGT-OK                    PIC X(01) VALUE 'N'.
           COPY TICKD0001.
       01  WS-PIN-WORK.
           COPY PINWORK1.
       01  WS-FRZW-KEY-LEN    PIC S9(4) COMP VALUE 8.
       01  WS-FRZW-RID        PIC X(08).
       01  WS-FRZW-DONE       PIC X(01) VALUE 'N'.
       01  WS-FREEZE-ID       PIC X(08) VALUE SPACES.
       01  WS-FRZW-REC.
           COPY FRZW0001.
       01  WS-FRZX-WORK.
           COPY FRZOVLW1.
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY SMCOMM.
                   EIBTRNID = 'SM36' OR EIBTRNID = 'SM37' OR
                   EIBTRNID = 'SM38' OR EIBTRNID = 'SM39' OR
                   EIBTRNID = 'SM41' OR EIBTRNID = 'SM42' OR
                   EIBTRNID = 'SM43' OR EIBTRNID = 'SM45' OR
                   EIBTRNID = 'SM46' OR EIBTRNID = 'SM47' OR
                   EIBTRNID = 'SM48' OR EIBTRNID = 'SM49' OR
                   EIBTRNID = 'SM51' OR EIBTRNID = 'SM52' OR
                   EIBTRNID = 'SM53' OR EIBTRNID = 'SM54' OR
                   EIBTRNID = 'SM55' OR EIBTRNID = 'SM56' OR
                   EIBTRNID = 'SM57' OR EIBTRNID = 'SM58' OR
                   EIBTRNID = 'SM59' OR EIBTRNID = 'SM60' OR
                   EIBTRNID = 'SM61' OR EIBTRNID = 'SM62' OR
                   EIBTRNID = 'SM63' OR EIBTRNID = 'SM64' OR
                   EIBTRNID = 'SM65' OR EIBTRNID = 'SM66' OR
                   EIBTRNID = 'SM67' OR EIBTRNID = 'SM68' OR
                   EIBTRNID = 'SM69' OR EIBTRNID = 'SM70' OR
                   EIBTRNID = 'SM71'
               IF EIBCALEN NOT = +0
                  IF SM-CHILD-RETURN OR SM-CHILD-NEWTKT
                      OR SM-CHILD-DEFLECT
                      PERFORM 115-CHILD-RETURN
                  END-IF
                  PERFORM 305-CHECK-IDLE
                      PERFORM 200-REC-MAP
                  END-IF
               ELSE
                   MOVE 'SM000001' TO MSGX-ID
                   MOVE 'ENTER OPTION AND PRESS ENTER' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE SPACES TO ERRMSG2O
                   PERFORM 120-BUILD-COUNTERS
                   PERFORM 110-NEW-MAP
      *    The personal counter line at sign-on - your assigned
      *    tickets, your own past-due requests, the approvals
      *    waiting for you (delegations included - 219 already
      *    settled whose authority you carry), the follow-ups you
      *    promised that have come due (listed on SM0052), and for
      *    ADMINs the security events since you last looked. Each
      *    number hints at the option that deals with it. One pass
      *    of the master at sign-on, the SM0036 precedent.
       120-BUILD-COUNTERS.
           MOVE ZERO TO WS-CNT-ASSIGNED WS-CNT-OVERDUE
           MOVE ZERO TO WS-CNT-PENDING WS-CNT-SECNEW
           MOVE ZERO TO WS-CNT-FOLLOWUP
           MOVE 'N' TO WS-CNT-EOF
           MOVE LOW-VALUES TO WS-CNT-RID
           EXEC CICS STARTBR FILE('tktm0001')
                           AND WS-TODAY-DATE > CNT-DUE-DATE
                           ADD 1 TO WS-CNT-OVERDUE
                       END-IF
                       IF CNT-FUP-BY = WS-USERID
                           AND CNT-FUP-DATE IS NUMERIC
                           AND CNT-FUP-DATE > ZERO
                           AND CNT-FUP-DATE NOT > WS-TODAY-DATE
                           AND WS-CNT-FOLLOWUP < 9999
                           ADD 1 TO WS-CNT-FOLLOWUP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO CNTRO
           STRING 'Yours:' WS-CNT-ASSIGNED
                  ' Overdue:' WS-CNT-OVERDUE
                  ' Appr(3):' WS-CNT-PENDING
                  ' SecEv(S9):' WS-CNT-SECNEW
                  ' FollowUp(SM52):' WS-CNT-FOLLOWUP
               DELIMITED BY SIZE INTO CNTRO
           END-STRING.
       120-EXIT.
      *    back0001 so compliance can prove who saw what and when.
       114-TAKE-ACK.
           IF WS-ACK-PENDING NOT = 'Y'
               MOVE 'SM000002' TO MSGX-ID
               MOVE 'Nothing waiting for acknowledgment' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               GO TO 114-EXIT
           END-IF
           MOVE SPACES TO WS-BACK-REC
               KEYLENGTH (WS-BACK-KEY-LEN)
           END-EXEC
           MOVE 'N' TO WS-ACK-PENDING
           MOVE 'SM000003' TO MSGX-ID
           MOVE 'Notice acknowledged - thank you' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO.
       114-EXIT.
           EXIT.

      *    come back, the same non-local exit 301-CHECK-DATES uses for
      *    its reject path.
       115-CHILD-RETURN.
           EVALUATE TRUE
           WHEN SM-CHILD-NEWTKT
               MOVE 'SM000004' TO MSGX-ID
               MOVE 'Ticket opened - pending approval' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN SM-CHILD-DEFLECT
               MOVE 'SM000005' TO MSGX-ID
               MOVE 'No ticket opened - glad the article helped'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN OTHER
               MOVE 'SM000006' TO MSGX-ID
               MOVE 'Ticket selected - enter an option' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-EVALUATE
           SET SM-RETURN-NONE TO TRUE
           MOVE SM-STATE-OPTION TO OPTIONO
           MOVE SM-STATE-TICKET TO TICKETO
               PERFORM 114-TAKE-ACK
           ELSE IF EIBAID = DFHENTER
               IF WS-ACK-PENDING = 'Y'
                   MOVE 'SM000007' TO MSGX-ID
                   MOVE 'Acknowledge the notice with PF4 to continue'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               ELSE
               IF SM-MENU-ADMIN
                   PERFORM 212-ADMIN-MENU
           ELSE IF EIBAID = DFHPF7
               PERFORM 213-HELP
           ELSE
               MOVE 'SM000008' TO MSGX-ID
               MOVE 'Invalid PFKey Pressed' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'INVALID PFKEY PRESSED' TO SEC-LOG-REASON
               PERFORM 310-LOG-REJECT
           END-IF.
               PERFORM 243-WORK-LOG
           WHEN 9
               SET SM-MENU-ADMIN TO TRUE
               MOVE 'SM000009' TO MSGX-ID
               MOVE 'Administration menu' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000010' TO MSGX-ID
               MOVE '1=Log 2=Msg 3=Who 4=Pstl 5=Recert 6-8=Maint 0=Bk'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
           WHEN 0
               SET SM-MENU-SVC TO TRUE
               MOVE 'SM000011' TO MSGX-ID
               MOVE 'Services menu - 9=Delegation C=Call log 0=Back'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000012' TO MSGX-ID
               MOVE '1=Rsg 2=PIN 3=Arc 4=Spl 5=Rop 6=Cal 7=Prm 8=Rsl'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
           WHEN SPACE
               MOVE 'SM000013' TO MSGX-ID
               MOVE 'Option Required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE DFHBMBRY TO OPTIONA
           WHEN OTHER
               MOVE 'SM000014' TO MSGX-ID
               MOVE 'Option Invalid value' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE DFHBMBRY TO OPTIONA
               MOVE 'INVALID MENU OPTION - TOP MENU' TO SEC-LOG-REASON
               PERFORM 310-LOG-REJECT
      *    OPTION/TICKET entry on the screen.
       213-HELP.
           IF SM-MENU-ADMIN
               MOVE 'SM000015' TO MSGX-ID
               MOVE 'Admin: 1=Log 2=Msg 3=Who 4=Pstl 5=Cert 6-8 0=Bk'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE IF SM-MENU-SVC
               MOVE 'SM000016' TO MSGX-ID
               MOVE 'Svcs: 1-9 (8=Resl 9=Dlgt) C=Calls 0=Back'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE 'SM000017' TO MSGX-ID
               MOVE 'Opts: 1-5=Tkt 6=List 7=ApprQ 8=Log 9=Adm 0=Svc'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           END-IF.
       213-EXIT.
               PERFORM 238-OPTION8
           WHEN 0
               SET SM-MENU-TOP TO TRUE
               MOVE 'SM000018' TO MSGX-ID
               MOVE 'Returned to main menu' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN SPACE
               MOVE 'SM000013' TO MSGX-ID
               MOVE 'Option Required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE DFHBMBRY TO OPTIONA
           WHEN OTHER
               MOVE 'SM000019' TO MSGX-ID
               MOVE 'Administration menu expects 1-8 or 0'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE DFHBMBRY TO OPTIONA
               MOVE 'INVALID MENU OPTION - ADMIN MENU' TO SEC-LOG-REASON
               PERFORM 310-LOG-REJECT
      *    Services sub-menu - reached via option 0 at the top level,
      *    the same way option 9 reaches the Administration sub-menu.
      *    0 returns to the top menu without dispatching anything.
      *    With 1-9 taken, the desk call log went on a letter, C;
      *    menu0001 counts single digits only, so C is not counted.
       216-SVC-MENU.
           EVALUATE OPTIONI
           WHEN 1
           WHEN 9
               PERFORM 215-BUMP-OPTION-COUNTER
               PERFORM 257-DELEGATION
           WHEN 'C'
           WHEN 'c'
               PERFORM 258-CALL-LOG
           WHEN 0
               SET SM-MENU-TOP TO TRUE
               MOVE 'SM000018' TO MSGX-ID
               MOVE 'Returned to main menu' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           WHEN SPACE
               MOVE 'SM000013' TO MSGX-ID
               MOVE 'Option Required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE DFHBMBRY TO OPTIONA
           WHEN OTHER
               MOVE 'SM000020' TO MSGX-ID
               MOVE 'Services menu expects 1-9, C or 0' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE DFHBMBRY TO OPTIONA
               MOVE 'INVALID MENU OPTION - SVCS MENU' TO SEC-LOG-REASON
               PERFORM 310-LOG-REJECT
                   PERFORM 217-CHECK-PIN-AGE
                   IF WS-PIN-EXPIRED = 'Y'
                       SET SM-STEPUP-NONE TO TRUE
                       MOVE 'SM000021' TO MSGX-ID
                       MOVE 'PIN expired - change it via Services menu'
                           TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO ERRMSGO
                       MOVE DFHBMDAR TO PINA
                   ELSE
                       SET SM-STEPUP-NONE TO TRUE
                       MOVE 'Y' TO WS-STEPUP-OK
                   END-IF
               ELSE
                   MOVE 'SM000022' TO MSGX-ID
                   MOVE 'Incorrect PIN - re-enter or PF3 to cancel'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE DFHBMDAR TO PINA
               END-IF
           ELSE
               SET SM-STEPUP-PENDING TO TRUE
               MOVE 'SM000023' TO MSGX-ID
               MOVE 'Enter PIN to confirm this action' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE DFHBMDAR TO PINA
           END-IF.
       214-EXIT.
      *    reject anything that isn't numeric up front with a message
      *    distinct from "ticket not found".
       220-VALIDATE-TICKET.
           MOVE 'SMG00014' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO WS-TICKET-NOT-FOUND-MSG
           MOVE SPACES TO WS-TICKET-TRIMMED
           IF TICKETI NOT = SPACES AND TICKETI NOT = ZERO
               MOVE FUNCTION TRIM(TICKETI) TO WS-TICKET-TRIMMED
                           TO TICKETI
                   ELSE
                       MOVE 'N' TO WS-TICKET-FOUND
                       MOVE 'SM000024' TO MSGX-ID
                       MOVE 'Ticket number not recognized'
                           TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO WS-TICKET-NOT-FOUND-MSG
                       GO TO 220-EXIT
                   END-IF
               ELSE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-TICKET-FOUND
               PERFORM 225-CHECK-TICKET-REGION
           ELSE
               MOVE 'N' TO WS-TICKET-FOUND
           END-IF.
       220-EXIT.
           EXIT.

      *    Load the signed-on user's ureg0001 region scope once per
      *    task. No record (or every slot blank) scopes the user to
      *    the site default region - site0001 DFLTREGN, 'HQ' when the
      *    site has not set one.
       224-LOAD-REGION-SCOPE.
           MOVE 'HQ' TO REGX-DEFAULT
           MOVE 'DFLTREGN' TO SITE-PARM-ID
           EXEC CICS READ
               FILE('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (SITE-PARM-ID)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND SITE-PARM-VALUE(1:2) NOT = SPACES
               MOVE SITE-PARM-VALUE(1:2) TO REGX-DEFAULT
           END-IF
           MOVE SPACES TO WS-UREG-REC
           MOVE WS-USERID TO UREG-USERID
           EXEC CICS READ
               FILE('ureg0001')
               INTO (WS-UREG-REC)
               RIDFLD (UREG-USERID)
               KEYLENGTH (WS-UREG-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-UREG-REC
               MOVE WS-USERID TO UREG-USERID
           END-IF
           IF NOT UREG-ALL-SCOPE
               AND UREG-REGION(1) = SPACES AND UREG-REGION(2) = SPACES
               AND UREG-REGION(3) = SPACES AND UREG-REGION(4) = SPACES
               MOVE REGX-DEFAULT TO UREG-REGION(1)
           END-IF
           MOVE UREG-REGION(1) TO REGX-HOME
           IF REGX-HOME = SPACES
               MOVE REGX-DEFAULT TO REGX-HOME
           END-IF
           MOVE 'Y' TO WS-UREG-LOADED.
       224-EXIT.
           EXIT.

      *    A ticket found on file but routed to a region outside the
      *    user's scope is answered as refused, not displayed, and the
      *    attempt goes to the SECL log like any other rejection.
       225-CHECK-TICKET-REGION.
           IF WS-UREG-LOADED NOT = 'Y'
               PERFORM 224-LOAD-REGION-SCOPE
           END-IF
           MOVE TICKET-REGION TO REGX-REGION
           COPY UREGSCP1.
           IF NOT REGX-PERMITTED
               MOVE 'N' TO WS-TICKET-FOUND
               MOVE 'SM000025' TO MSGX-ID
               MOVE 'Ticket is outside your regions' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-TICKET-NOT-FOUND-MSG
               MOVE SPACES TO SEC-LOG-REASON
               STRING 'CROSS-REGION TICKET ' TICKET-NUM ' REFUSED'
                   DELIMITED BY SIZE INTO SEC-LOG-REASON
               PERFORM 310-LOG-REJECT
           END-IF.
       225-EXIT.
           EXIT.

      *    Write one ticket dispatch audit-trail record to TD queue
      *    'TKAU' immediately before LINKing to the option program -
      *    captures who dispatched which ticket through which option
      *    tktc0001/tktd0001 via 225-NEW-TICKET.
       231-OPTION1.
           IF (TICKETI = SPACES OR TICKETI = ZERO) AND WS-INQUIRY = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000026' TO MSGX-ID
               MOVE 'INQUIRY access cannot open new tickets'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
      *    A new ticket now goes through SM0013's catalog-pick screen
      *    so the requestor classifies it at open time - the creation
               PERFORM 220-VALIDATE-TICKET
               IF WS-TICKET-FOUND NOT = 'Y'
                   MOVE WS-TICKET-NOT-FOUND-MSG TO ERRMSGO
                   MOVE 'SMG00015' TO MSGX-ID
                   MOVE TICKETI TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSG2O
                   MOVE DFHBMBRY TO TICKETA
               ELSE
                   PERFORM 240-LOG-DISPATCH
      *    214-CHECK-STEPUP before the ticket is even looked up.
       232-OPTION2.
           IF WS-ADMIN NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000027' TO MSGX-ID
               MOVE 'Option 2 requires ADMIN access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               PERFORM 214-CHECK-STEPUP
                   PERFORM 220-VALIDATE-TICKET
                   IF WS-TICKET-FOUND NOT = 'Y'
                       MOVE WS-TICKET-NOT-FOUND-MSG TO ERRMSGO
                       MOVE 'SMG00015' TO MSGX-ID
                       MOVE TICKETI TO MSGX-SUB(1)
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO ERRMSG2O
                       MOVE DFHBMBRY TO TICKETA
                   ELSE IF TICKET-PENDING-APPROVAL
                       MOVE 'SM000028' TO MSGX-ID
                       MOVE 'Ticket pending approval' TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO ERRMSGO
                       MOVE 'SM000029' TO MSGX-ID
                       MOVE 'Awaiting APPROVER sign-off via option 3'
                           TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO ERRMSG2O
                       MOVE DFHBMBRY TO TICKETA
                   ELSE
                       PERFORM 240-LOG-DISPATCH
               PERFORM 219-CHECK-DELEGATE
           END-IF
           IF WS-APPROVER NOT = 'Y' AND WS-ACTING-FOR = SPACES
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000030' TO MSGX-ID
               MOVE 'Option 3 requires APPROVER access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               PERFORM 214-CHECK-STEPUP
                   PERFORM 220-VALIDATE-TICKET
                   IF WS-TICKET-FOUND NOT = 'Y'
                       MOVE WS-TICKET-NOT-FOUND-MSG TO ERRMSGO
                       MOVE 'SMG00015' TO MSGX-ID
                       MOVE TICKETI TO MSGX-SUB(1)
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO ERRMSG2O
                       MOVE DFHBMBRY TO TICKETA
                   ELSE IF TICKET-PENDING-APPROVAL
                       AND TICKET-REQUESTOR(1:7) = WS-USERID7
      *                Separation of duties - the requestor of a
      *                ticket can never be the one who approves it.
                       MOVE 'SM000031' TO MSGX-ID
                       MOVE 'Cannot approve your own ticket'
                           TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO ERRMSGO
                       MOVE 'SM000032' TO MSGX-ID
                       MOVE 'Another APPROVER must sign it off'
                           TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO ERRMSG2O
                       MOVE DFHBMBRY TO TICKETA
                       MOVE 'SELF-APPROVAL ATTEMPT BLOCKED' TO
                           SEC-LOG-REASON
                   ELSE
                       MOVE 'Y' TO WS-APPR-DONE
                       IF TICKET-PENDING-APPROVAL
                           PERFORM 229-APPROVE-TICKET THRU 229-EXIT
                       END-IF
                       EVALUATE WS-APPR-DONE
                       WHEN 'N'
                           MOVE 'SM000033' TO MSGX-ID
                           MOVE 'First approval recorded'
                               TO MSGX-DEFAULT
                           PERFORM 9700-GET-MESSAGE
                           MOVE MSGX-TEXT TO ERRMSGO
                           MOVE 'SM000034' TO MSGX-ID
                           MOVE 'A second approver must also sign off'
                               TO MSGX-DEFAULT
                           PERFORM 9700-GET-MESSAGE
                           MOVE MSGX-TEXT TO ERRMSG2O
                       WHEN 'R'
                           MOVE 'SM000035' TO MSGX-ID
                           MOVE 'First approval was already yours'
                               TO MSGX-DEFAULT
                           PERFORM 9700-GET-MESSAGE
                           MOVE MSGX-TEXT TO ERRMSGO
                           MOVE 'SM000036' TO MSGX-ID
                           MOVE 'A different approver must second it'
                               TO MSGX-DEFAULT
                           PERFORM 9700-GET-MESSAGE
                           MOVE MSGX-TEXT TO ERRMSG2O
                       WHEN 'T'
                           MOVE 'SM000037' TO MSGX-ID
                           MOVE 'Cost estimate needs higher authority'
                               TO MSGX-DEFAULT
                           PERFORM 9700-GET-MESSAGE
                           MOVE MSGX-TEXT TO ERRMSGO
                           MOVE 'SM000038' TO MSGX-ID
                           MOVE 'Band approver or one above must sign'
                               TO MSGX-DEFAULT
                           PERFORM 9700-GET-MESSAGE
                           MOVE MSGX-TEXT TO ERRMSG2O
                           MOVE DFHBMBRY TO TICKETA
                       WHEN 'F'
                           MOVE 'SM000066' TO MSGX-ID
                           MOVE 'Change window meets freeze &1'
                               TO MSGX-DEFAULT
                           MOVE WS-FREEZE-ID TO MSGX-SUB(1)
                           PERFORM 9700-GET-MESSAGE
                           MOVE MSGX-TEXT TO ERRMSGO
                           MOVE 'SM000039' TO MSGX-ID
                           MOVE 'Reschedule it clear of the window'
                               TO MSGX-DEFAULT
                           PERFORM 9700-GET-MESSAGE
                           MOVE MSGX-TEXT TO ERRMSG2O
                           MOVE DFHBMBRY TO TICKETA
                       WHEN OTHER
                           PERFORM 240-LOG-DISPATCH
                           EXEC CICS LINK
      *    Option 4 - SERVICE desk only
       234-OPTION4.
           IF WS-SERVICE NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000040' TO MSGX-ID
               MOVE 'Option 4 requires SERVICE access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               PERFORM 220-VALIDATE-TICKET
               IF WS-TICKET-FOUND NOT = 'Y'
                   MOVE WS-TICKET-NOT-FOUND-MSG TO ERRMSGO
                   MOVE 'SMG00015' TO MSGX-ID
                   MOVE TICKETI TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSG2O
                   MOVE DFHBMBRY TO TICKETA
               ELSE IF TICKET-PENDING-APPROVAL
                   MOVE 'SM000028' TO MSGX-ID
                   MOVE 'Ticket pending approval' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE 'SM000029' TO MSGX-ID
                   MOVE 'Awaiting APPROVER sign-off via option 3'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSG2O
                   MOVE DFHBMBRY TO TICKETA
               ELSE
                   PERFORM 240-LOG-DISPATCH
      *    Option 5 - close a ticket - ADMIN or SERVICE desk
       235-OPTION5.
           IF WS-ADMIN NOT = 'Y' AND WS-SERVICE NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000041' TO MSGX-ID
               MOVE 'Option 5 requires ADMIN or SERVICE access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               PERFORM 220-VALIDATE-TICKET
               IF WS-TICKET-FOUND NOT = 'Y'
                   MOVE WS-TICKET-NOT-FOUND-MSG TO ERRMSGO
                   MOVE 'SMG00015' TO MSGX-ID
                   MOVE TICKETI TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSG2O
                   MOVE DFHBMBRY TO TICKETA
               ELSE IF TICKET-PENDING-APPROVAL
                   MOVE 'SM000028' TO MSGX-ID
                   MOVE 'Ticket pending approval' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE 'SM000029' TO MSGX-ID
                   MOVE 'Awaiting APPROVER sign-off via option 3'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSG2O
                   MOVE DFHBMBRY TO TICKETA
               ELSE
      *            A closure must say how it was resolved - the code
      *    TICKET-APPROVER and stays pending (WS-APPR-DONE 'N'); the
      *    second, different approver lands in TICKET-APPROVER2 and
      *    moves it to APPROVED; the same approver seconding their
      *    own first signature is refused (WS-APPR-DONE 'R'). A
      *    change request whose planned window meets a frzw0001
      *    freeze for its service is refused outright (WS-APPR-DONE
      *    'F') until it is rescheduled.
       229-APPROVE-TICKET.
           EXEC CICS
                READ FILE('tktm0001')
                EQUAL
                UPDATE
           END-EXEC
           IF TICKET-CLASS-CHANGE
               PERFORM 226-CHECK-CHANGE-FREEZE THRU 226-EXIT
               IF WS-FREEZE-ID NOT = SPACES
                   MOVE 'F' TO WS-APPR-DONE
                   EXEC CICS UNLOCK
                       FILE ('tktm0001')
                   END-EXEC
                   GO TO 229-EXIT
               END-IF
           END-IF
      *    The cost band the ticket was opened in - same test as
      *    SM0010's 327-CHECK-AUTHORITY.
           PERFORM 228-CHECK-AUTHORITY THRU 228-EXIT
           IF WS-TIER-OK NOT = 'Y'
               MOVE 'T' TO WS-APPR-DONE
               EXEC CICS UNLOCK
                   FILE ('tktm0001')
               END-EXEC
               GO TO 229-EXIT
           END-IF
           IF TICKET-APPR-NEEDED NOT NUMERIC
               MOVE 1 TO TICKET-APPR-NEEDED
           END-IF
       229-EXIT.
           EXIT.

      *    The change's planned window against every declared
      *    frzw0001 window - the same front-to-back browse SM0013's
      *    316-CHECK-FREEZE does at open time, the first window met
      *    named in WS-FREEZE-ID.
       226-CHECK-CHANGE-FREEZE.
           MOVE SPACES TO WS-FREEZE-ID
           MOVE TICKET-SVC-CODE TO FRZX-SVC-CODE
           IF TICKET-PLAN-START-DATE NOT NUMERIC
               OR TICKET-PLAN-END-DATE NOT NUMERIC
               GO TO 226-EXIT
           END-IF
           COMPUTE FRZX-SPAN-FROM =
               TICKET-PLAN-START-DATE * 1000000 + TICKET-PLAN-START-TIME
           COMPUTE FRZX-SPAN-TO =
               TICKET-PLAN-END-DATE * 1000000 + TICKET-PLAN-END-TIME
           MOVE 'N' TO WS-FRZW-DONE
           MOVE LOW-VALUES TO WS-FRZW-RID
           EXEC CICS STARTBR FILE('frzw0001')
                RIDFLD (WS-FRZW-RID)
                KEYLENGTH (WS-FRZW-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 226-EXIT
           END-IF
           PERFORM UNTIL WS-FRZW-DONE = 'Y'
               EXEC CICS READNEXT FILE('frzw0001')
                    INTO (WS-FRZW-REC)
                    RIDFLD (WS-FRZW-RID)
                    KEYLENGTH (WS-FRZW-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-FRZW-DONE
               ELSE
                   PERFORM 227-TEST-WINDOW
                   IF FRZX-OVERLAPS
                       MOVE FRZW-ID TO WS-FREEZE-ID
                       MOVE 'Y' TO WS-FRZW-DONE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('frzw0001')
           END-EXEC.
       226-EXIT.
           EXIT.

       227-TEST-WINDOW.
           COPY FRZOVLP1.
           CONTINUE.
       227-EXIT.
           EXIT.

      *    Cost-band authority from the ticket's tkec0001 record: the
      *    band's named approver, or the manager that many steps up
      *    the requestor's uprf0001 chain, anchors it, and the signer
      *    (the delegator, under a delegation) must be the anchor or
      *    above it in the anchor's chain. No record, no band or no
      *    chain leaves the APPROVER flag as the only test.
       228-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-TIER-OK
           EXEC CICS READ
               FILE('tkec0001')
               INTO (WS-TKEC-REC)
               RIDFLD (TICKET-NUM)
               KEYLENGTH (WS-TICKET-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 228-EXIT
           END-IF
           IF TKEC-AUTH-LEVEL NOT NUMERIC
               MOVE ZERO TO TKEC-AUTH-LEVEL
           END-IF
           IF TKEC-AUTH-APPROVER = SPACES AND TKEC-AUTH-LEVEL = ZERO
               GO TO 228-EXIT
           END-IF
           MOVE WS-USERID TO WS-SIGNER
           IF WS-ACTING-FOR NOT = SPACES
               MOVE WS-ACTING-FOR TO WS-SIGNER
           END-IF
           MOVE SPACES TO WS-ANCHOR
           IF TKEC-AUTH-APPROVER NOT = SPACES
               MOVE TKEC-AUTH-APPROVER TO WS-ANCHOR
           ELSE
               MOVE TICKET-REQUESTOR TO WS-CHAIN-USER
               PERFORM VARYING WS-CHAIN-STEP FROM 1 BY 1
                       UNTIL WS-CHAIN-STEP > TKEC-AUTH-LEVEL
                       OR WS-CHAIN-USER = SPACES
                   PERFORM 230-NEXT-MANAGER
                   IF WS-CHAIN-USER NOT = SPACES
                       MOVE WS-CHAIN-USER TO WS-ANCHOR
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ANCHOR = SPACES
               GO TO 228-EXIT
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
                   PERFORM 230-NEXT-MANAGER
               END-IF
           END-PERFORM.
       228-EXIT.
           EXIT.

      *    One step up the uprf0001 manager chain from WS-CHAIN-USER -
      *    spaces when there is no profile or no manager above it.
       230-NEXT-MANAGER.
           MOVE SPACES TO WS-UPRF-REC
           MOVE WS-CHAIN-USER TO UPRF-USERID
           MOVE SPACES TO WS-CHAIN-USER
           EXEC CICS READ
               FILE('uprf0001')
               INTO (WS-UPRF-REC)
               RIDFLD (UPRF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND UPRF-MGR-USERID7 NOT = SPACES
               MOVE UPRF-MGR-USERID7 TO WS-CHAIN-USER(1:7)
           END-IF.
       230-EXIT.
           EXIT.

      *    Closing a ticket requires an active resl0001 resolution
      *    code in the resolution field - fixed, duplicate, withdrawn,
      *    could-not-reproduce - so the reporting can tell solved
       222-EDIT-RESL-CODE.
           MOVE 'N' TO WS-RESL-OK
           IF RESLI = SPACES OR RESLI = LOW-VALUES
               MOVE 'SM000042' TO MSGX-ID
               MOVE 'Resolution code required to close' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000043' TO MSGX-ID
               MOVE 'Key an active resl0001 code in the RESL field'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO RESLA
               GO TO 222-EXIT
           END-IF
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR NOT RESL-IS-ACTIVE
               MOVE 'SM000044' TO MSGX-ID
               MOVE 'Resolution code not on file or inactive'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE DFHBMBRY TO RESLA
           ELSE
               MOVE RESL-CODE TO SM-RESL-CODE
               IF MINSI IS NUMERIC
                   MOVE MINSI TO SM-CLOSE-MINUTES
               ELSE
                   MOVE 'SM000045' TO MSGX-ID
                   MOVE 'Minutes spent must be numeric' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE 'SM000046' TO MSGX-ID
                   MOVE
                       'Key whole minutes in the MINS field or leave it 
      -                'blank'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSG2O
                   MOVE DFHBMBRY TO MINSA
                   MOVE 'N' TO WS-MINS-OK
               END-IF
               PERFORM 219-CHECK-DELEGATE
           END-IF
           IF WS-APPROVER NOT = 'Y' AND WS-ACTING-FOR = SPACES
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000047' TO MSGX-ID
               MOVE 'Option 7 requires APPROVER access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               PERFORM 214-CHECK-STEPUP
           PERFORM 220-VALIDATE-TICKET
           IF WS-TICKET-FOUND NOT = 'Y'
               MOVE WS-TICKET-NOT-FOUND-MSG TO ERRMSGO
               MOVE 'SMG00015' TO MSGX-ID
               MOVE TICKETI TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO TICKETA
           ELSE
               MOVE SPACES TO WS-TKD-CA
      *    restamp itself.
       244-REASSIGN.
           IF WS-SERVICE NOT = 'Y' AND WS-ADMIN NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000048' TO MSGX-ID
               MOVE 'Reassign requires SERVICE or ADMIN access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               PERFORM 220-VALIDATE-TICKET
               IF WS-TICKET-FOUND NOT = 'Y'
                   MOVE WS-TICKET-NOT-FOUND-MSG TO ERRMSGO
                   MOVE 'SMG00015' TO MSGX-ID
                   MOVE TICKETI TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSG2O
                   MOVE DFHBMBRY TO TICKETA
               ELSE IF TICKET-CLOSED
                   MOVE 'SM000049' TO MSGX-ID
                   MOVE 'Ticket is closed - cannot reassign'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE DFHBMBRY TO TICKETA
               ELSE
                   MOVE SPACES TO WS-TKR-CA
      *    itself - a purged ticket is by definition not on tktm0001.
       249-ARCHIVE-INQ.
           IF TICKETI = SPACES OR TICKETI = ZERO
               MOVE 'SM000050' TO MSGX-ID
               MOVE 'Ticket number required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE DFHBMBRY TO TICKETA
           ELSE
               MOVE FUNCTION TRIM(TICKETI) TO WS-TICKET-TRIMMED
                   AND NOT (WS-TICKET-TRIMMED(1:1) IS ALPHABETIC
                       AND WS-TICKET-TRIMMED(1:1) NOT = SPACE
                       AND WS-TICKET-TRIMMED(2:5) IS NUMERIC)
                   MOVE 'SM000024' TO MSGX-ID
                   MOVE 'Ticket number not recognized' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE DFHBMBRY TO TICKETA
               ELSE
                   IF WS-TICKET-TRIMMED NUMERIC
      *    users' print requests.
       251-PRINT-SPOOL.
           IF WS-SERVICE NOT = 'Y' AND WS-ADMIN NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000051' TO MSGX-ID
               MOVE 'Print spool requires SERVICE or ADMIN access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               EXEC CICS XCTL
      *    reason and does the reopen itself.
       253-REOPEN.
           IF WS-ADMIN NOT = 'Y' AND WS-SERVICE NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000052' TO MSGX-ID
               MOVE 'Reopen requires ADMIN or SERVICE access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               PERFORM 220-VALIDATE-TICKET
               IF WS-TICKET-FOUND NOT = 'Y'
                   MOVE WS-TICKET-NOT-FOUND-MSG TO ERRMSGO
                   MOVE 'SMG00015' TO MSGX-ID
                   MOVE TICKETI TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSG2O
                   MOVE DFHBMBRY TO TICKETA
               ELSE IF NOT TICKET-CLOSED
                   MOVE 'SM000053' TO MSGX-ID
                   MOVE 'Ticket is not closed - nothing to reopen'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE DFHBMBRY TO TICKETA
               ELSE
                   MOVE SPACES TO WS-TKD-CA
      *    the aging and SLA arithmetic everyone works to.
       254-CALENDAR.
           IF WS-ADMIN NOT = 'Y' AND WS-SERVICE NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000054' TO MSGX-ID
               MOVE 'Calendar requires ADMIN or SERVICE access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               MOVE SPACES TO WS-BDY-CA
      *    site0001 - ADMIN only, since these knobs steer everyone.
       255-SITE-PARMS.
           IF WS-ADMIN NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000055' TO MSGX-ID
               MOVE 'Site parameters require ADMIN access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               MOVE SPACES TO WS-SIT-CA
      *    uses for its own reference data.
       256-RESL-CODES.
           IF WS-SERVICE NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000056' TO MSGX-ID
               MOVE 'Resolution codes require SERVICE access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               MOVE SPACES TO WS-RSL-CA
      *    is strictly self-service: APPROVERs set up their own cover.
       257-DELEGATION.
           IF WS-APPROVER NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000057' TO MSGX-ID
               MOVE 'Delegation set-up requires APPROVER access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               EXEC CICS XCTL
       257-EXIT.
           EXIT.

      *    Services option C - desk call log quick entry, SM0053 -
      *    SERVICE desk only; it self-loops under its own SM53 transid.
       258-CALL-LOG.
           IF WS-SERVICE NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000058' TO MSGX-ID
               MOVE 'Call log requires SERVICE access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               EXEC CICS XCTL
                   PROGRAM ('SM0053')
               END-EXEC
           END-IF.
       258-EXIT.
           EXIT.

      *    Admin option 1 - security-log inquiry over sech0001 - ADMIN
      *    or, since it is a read-only browse, INQUIRY.
       245-SEC-LOG.
           IF WS-ADMIN NOT = 'Y' AND WS-INQUIRY NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000059' TO MSGX-ID
               MOVE 'Security log requires ADMIN or INQUIRY access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               EXEC CICS XCTL
      *    ADMIN only, since the text lands on every user's menu.
       246-BROADCAST.
           IF WS-ADMIN NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000060' TO MSGX-ID
               MOVE 'Broadcast maintenance requires ADMIN access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               MOVE SPACES TO WS-BCS-CA
      *    ADMIN only, since it can force sessions off.
       247-WHOS-ON.
           IF WS-ADMIN NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000061' TO MSGX-ID
               MOVE 'Session list requires ADMIN access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               EXEC CICS XCTL
      *    service catalog's own maintenance screen uses.
       248-POSTAL-CODES.
           IF WS-SERVICE NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000062' TO MSGX-ID
               MOVE 'Postal codes require SERVICE access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               MOVE SPACES TO WS-PST-CA
           EXIT.

      *    Admin option 5 - access recertification review screen over
      *    the cert0001 campaign worklist. Open to every user: ADMIN
      *    works the campaigns, and a manager without ADMIN reviews
      *    the movers assigned to them - SM0022 itself decides which
      *    entries each user may see and certify or revoke.
       252-RECERT.
           EXEC CICS XCTL
               PROGRAM ('SM0022')
           END-EXEC.
       252-EXIT.
           EXIT.

      *    read-only browse, INQUIRY
       236-OPTION6.
           IF WS-ADMIN NOT = 'Y' AND WS-INQUIRY NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000063' TO MSGX-ID
               MOVE 'Option 6 requires ADMIN or INQUIRY access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               EXEC CICS XCTL
      *    XCTL to SM0007.
       237-OPTION7.
           IF WS-ADMIN NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000064' TO MSGX-ID
               MOVE 'Option 7 requires ADMIN access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               PERFORM 214-CHECK-STEPUP
      *    SERVICE desk only
       238-OPTION8.
           IF WS-SERVICE NOT = 'Y'
               MOVE 'SMG00001' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'SM000065' TO MSGX-ID
               MOVE 'Option 8 requires SERVICE access' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSG2O
               MOVE DFHBMBRY TO OPTIONA
           ELSE
               MOVE SPACES TO WS-SVC-CA
           END-EXEC.
       990-EXIT.
           EXIT.
      *
      *    Catalog text for MSGX-ID in the user's language, looked
      *    up by SM0072 (see MSGCATW1). Should the LINK fail, the
      *    program's own wording is shown, else the id.
       9700-GET-MESSAGE.
           EXEC CICS LINK
               PROGRAM ('SM0072')
               COMMAREA (WS-MSGX-WORK)
               LENGTH (LENGTH OF WS-MSGX-WORK)
               RESP (MSGX-LINK-RESP)
           END-EXEC
           IF MSGX-LINK-RESP NOT = DFHRESP(NORMAL)
               MOVE MSGX-DEFAULT TO MSGX-TEXT
               IF MSGX-TEXT = SPACES
                   MOVE MSGX-ID TO MSGX-TEXT
               END-IF
           END-IF
           MOVE SPACES TO MSGX-DEFAULT MSGX-SUBS.
       9700-EXIT.
           EXIT.
