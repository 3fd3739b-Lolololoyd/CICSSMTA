      *             A service inside a declared frzw0001 maintenance   *
      *             window draws a once-per-pick warning before the    *
      *             open goes through - see 316-CHECK-FREEZE.          *
      *             Class C opens a change request instead: a planned  *
      *             implementation window, a risk rating and the       *
      *             implementation and backout plans (typed tktd0001   *
      *             lines) are required, the change always needs at    *
      *             least one approval, and a planned window meeting   *
      *             a freeze for the service is refused outright - it  *
      *             could never be approved, and nothing moves the     *
      *             window once opened - see 248-EDIT-CHANGE.          *
      *             A service with a qset0001 intake questionnaire     *
      *             (maintained on SM0049) asks it on a second panel,  *
      *             map SM13QM, before anything is written; the        *
      *             answers land as typed 'Q' work-log lines ahead of  *
      *             the description - see 318-ASK-QUESTIONS. Before    *
      *             either, the summary's words are looked up in the   *
      *             widx0001 index and up to five kbar0001 articles    *
      *             for the same service are offered on map SM13KM -   *
      *             one marked as having solved it means no ticket is  *
      *             opened, and each offer and each deflection is      *
      *             tallied on kbdf0001 for KBDRPT01 - see             *
      *             340-SUGGEST-ARTICLES.                              *
      *             A SERVICE user taking a phone call keys the        *
      *             caller's userid in the caller field: it must be on *
      *             uaf00001 and in its effective window, the caller's *
      *             uprf0001 name and department are shown for the     *
      *             agent to confirm with the caller, and the next     *
      *             ENTER opens the ticket with the caller as          *
      *             requestor and the agent in TICKET-OPENED-BY - see  *
      *             249-EDIT-CALLER.                                   *
      *             An estimated cost is captured with every ticket;   *
      *             one going to approval must carry it. The           *
      *             requestor's department and the estimate pick the   *
      *             apat0001 authority band, stamped on a tkec0001     *
      *             record beside the ticket for SM0010 and APPRPL01   *
      *             to hold approvals to - see 312-EDIT-COST and       *
      *             234-STAMP-AUTHORITY.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-UAF-EFFECTIVE-DATE     PIC 9(08).
           05  WS-UAF-TERM-DATE          PIC 9(08).
           05  WS-UAF-PIN                PIC X(04).
       01  WS-UPRF-REC.
           COPY UPRF0001.
       01  WS-CALLER                     PIC X(08) VALUE SPACES.
       01  WS-CALLER-NAME                PIC X(18) VALUE SPACES.
       01  WS-REQUESTOR                  PIC X(08) VALUE SPACES.
       01  WS-EST-COST                   PIC 9(07)V99 VALUE ZERO.
       01  WS-COST-KEYED                 PIC X(01) VALUE 'N'.
       01  WS-APAT-KEY-LEN               PIC S9(4) COMP VALUE 14.
       01  WS-APAT-RID                   PIC X(14).
       01  WS-APAT-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-APAT-REC.
           COPY APAT0001.
       01  WS-TKEC-REC.
           COPY TKEC0001.
       01  WS-PRIORITY                   PIC X(01) VALUE '2'.
       01  WS-DUE-INT                    PIC S9(9) COMP VALUE ZERO.
       01  WS-BD-REMAINING               PIC S9(4) COMP VALUE ZERO.
           05  WS-BDAY-PROBE-DATE        PIC 9(08).
       01  WS-BDAY-REC.
           COPY BDAYCAL1.
       01  WS-BHRS-KEY-LEN               PIC S9(4) COMP VALUE 2.
       01  WS-BHRS-PROBE-REGION          PIC X(02) VALUE '**'.
       01  WS-BHRS-REC.
           COPY BHRS0001.
       01  WS-HR-PRI                     PIC 9(01) VALUE ZERO.
       01  WS-HR-RESP                    PIC 9(03) VALUE ZERO.
       01  WS-HR-RESOL                   PIC 9(03) VALUE ZERO.
       01  WS-BHRX-WORK.
           COPY BHRSWRK1.
       01  WS-TICKET-CTL-LEN             PIC S9(4) COMP VALUE 6.
       01  WS-TICKET-CTL.
           COPY TICKC0001.
       01  WS-NOW-TIME                   PIC 9(06) VALUE ZERO.
       01  WS-FRZW-REC.
           COPY FRZW0001.
       01  WS-FRZX-WORK.
           COPY FRZOVLW1.
       01  WS-CLASS                      PIC X(01) VALUE SPACE.
       01  WS-RISK                       PIC X(01) VALUE SPACE.
       01  WS-PLAN-START-DATE            PIC 9(08) VALUE ZERO.
       01  WS-PLAN-START-TIME            PIC 9(06) VALUE ZERO.
       01  WS-PLAN-END-DATE              PIC 9(08) VALUE ZERO.
       01  WS-PLAN-END-TIME              PIC 9(06) VALUE ZERO.
       01  WS-HHMM                       PIC 9(04) VALUE ZERO.
       01  WS-CHG-ERR                    PIC X(01) VALUE 'N'.
       01  WS-QSET-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-QSET-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-Q-SUB                      PIC S9(4) COMP VALUE ZERO.
       01  WS-Q-ERR                      PIC S9(4) COMP VALUE ZERO.
       01  WS-ANS-LEN                    PIC S9(4) COMP VALUE ZERO.
       01  WS-ANS-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-QSET-REC.
           COPY QSET0001.
       01  WS-WIDX-KEY-LEN               PIC S9(4) COMP VALUE 18.
       01  WS-WIDX-WORK.
           COPY WIDXWRK1.
       01  WS-WIDX-REC.
           COPY WIDX0001.
      *    WIDXTOK1 hands each summary word to 980-WRITE-INDEX-WORD;
      *    with WS-TOK-MODE at S the word is collected for the article
      *    lookup instead of being indexed.
       01  WS-TOK-MODE                   PIC X(01) VALUE 'I'.
           88  WS-TOK-SUGGEST            VALUE 'S'.
       01  WS-WIDX-DONE                  PIC X(01) VALUE 'N'.
       01  WS-SUG-IX                     PIC S9(4) COMP VALUE ZERO.
       01  WS-SUG-JX                     PIC S9(4) COMP VALUE ZERO.
       01  WS-SUG-BEST                   PIC S9(4) COMP VALUE ZERO.
       01  WS-SUG-SCANNED                PIC S9(4) COMP VALUE ZERO.
       01  WS-SUG-SCAN-MAX               PIC S9(4) COMP VALUE 100.
       01  WS-SUG-WORD-COUNT             PIC S9(4) COMP VALUE ZERO.
       01  WS-SUG-WORDS.
           05  WS-SUG-WORD OCCURS 10 TIMES PIC X(12).
       01  WS-SUG-CAND-COUNT             PIC S9(4) COMP VALUE ZERO.
       01  WS-SUG-CAND-TABLE.
           05  WS-SUG-CAND OCCURS 20 TIMES.
               10  WS-SUG-CAND-TICKET    PIC X(06).
               10  WS-SUG-CAND-HITS      PIC S9(4) COMP.
       01  WS-ART-PICK                   PIC S9(4) COMP VALUE ZERO.
       01  WS-KBAR-KEY-LEN               PIC S9(4) COMP VALUE 6.
       01  WS-KBAR-REC.
           COPY KBAR0001.
       01  WS-KBDF-KEY-LEN               PIC S9(4) COMP VALUE 20.
       01  WS-KBDF-REC.
           COPY KBDF0001.
       01  WS-TKT-AUD-LEN                PIC S9(4) COMP VALUE 31.
       01  WS-TKT-AUD-REC.
           COPY TKTAUD01.
       01  WS-JRNL-LEN                   PIC S9(4) COMP VALUE 326.
       01  WS-JRNL-REC.
           COPY JRNL0001.
       01  WS-SM-CA.
           COPY TKOCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM13S'  PIC X(7).
       COPY SM13S.
       01  WS-QUEST-MAP    VALUE 'SM13Q'  PIC X(7).
       COPY SM13Q.
       01  WS-ARTICLE-MAP  VALUE 'SM13K'  PIC X(7).
       COPY SM13K.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(792).

       PROCEDURE DIVISION.
       100-PROCESS.
               PERFORM 200-LIST-PAGE
           ELSE
               MOVE DFHCOMMAREA TO WS-CA
               PERFORM 210-CHECK-AID THRU 210-EXIT
           END-IF.
       100-EXIT.
           EXIT.

       210-CHECK-AID.
           IF CA-ON-QUESTIONS
               PERFORM 260-QUESTION-AID
               GO TO 210-EXIT
           END-IF
           IF CA-ON-ARTICLES
               PERFORM 280-ARTICLE-AID
               GO TO 210-EXIT
           END-IF
           EVALUATE EIBAID
           WHEN DFHPF3
               EXEC CICS XCTL
                   MAPSET ('SM13S')
                   INTO (SM13MI)
               END-EXEC
               MOVE SPACE TO CA-ANSWERED
               MOVE SPACE TO CA-SUGGEST-DONE
               PERFORM 240-CHECK-SELECT
               IF WS-SEL-SUB > ZERO
                   PERFORM 245-EDIT-PRIORITY
                   PERFORM 246-EDIT-SUMMARY
                   PERFORM 247-EDIT-ASSET
                   PERFORM 248-EDIT-CHANGE THRU 248-EXIT
                   PERFORM 249-EDIT-CALLER THRU 249-EXIT
                   PERFORM 300-OPEN-TICKET
               ELSE
                   MOVE 'SM130001' TO MSGX-ID
                   MOVE 'Type S against a service and press ENTER'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
               IF PRII = '1' OR PRII = '2' OR PRII = '3'
                   MOVE PRII TO WS-PRIORITY
               ELSE
                   MOVE 'SM130002' TO MSGX-ID
                   MOVE 'Priority must be 1 (high), 2 or 3 (low)'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           END-IF.
      *    in the work log as lines 2 and 3.
       246-EDIT-SUMMARY.
           IF SUMML = ZERO OR SUMMI = SPACES OR SUMMI = LOW-VALUES
               MOVE 'SM130003' TO MSGX-ID
               MOVE 'Enter a one-line summary of the problem'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       246-EXIT.
                   EQUAL
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'SM130004' TO MSGX-ID
                   MOVE 'Asset id not on the asset master'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               IF NOT ASET-IS-ACTIVE
                   MOVE 'SM130005' TO MSGX-ID
                   MOVE 'Asset is marked inactive' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           END-IF.
       247-EXIT.
           EXIT.

      *    Class C makes the new ticket a change request. A change is
      *    planned work, so the window it will be carried out in is
      *    mandatory - dates YYYYMMDD, times HHMM (blank times mean
      *    the whole day, the SM0030 convention), starting no earlier
      *    than today and ending after it starts - together with an
      *    H/M/L risk rating and one line each of implementation and
      *    backout plan, which land in the work log as typed lines.
       248-EDIT-CHANGE.
           MOVE SPACE TO WS-CLASS WS-RISK
           MOVE ZERO TO WS-PLAN-START-DATE WS-PLAN-START-TIME
           MOVE ZERO TO WS-PLAN-END-DATE WS-PLAN-END-TIME
           IF CLASL = ZERO OR CLASI = SPACE OR CLASI = LOW-VALUE
               GO TO 248-EXIT
           END-IF
           IF CLASI NOT = 'C' AND CLASI NOT = 'c'
               MOVE 'SM130006' TO MSGX-ID
               MOVE 'Class must be C (change request) or left blank'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE 'C' TO WS-CLASS
           MOVE 'N' TO WS-CHG-ERR
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-NOW-DATE)
           END-EXEC
           EVALUATE TRUE
           WHEN PSDTL = ZERO OR PSDTI NOT NUMERIC
               MOVE 'SM130007' TO MSGX-ID
               MOVE 'Change needs a planned start date (YYYYMMDD)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'Y' TO WS-CHG-ERR
           WHEN PEDTL = ZERO OR PEDTI NOT NUMERIC
               MOVE 'SM130008' TO MSGX-ID
               MOVE 'Change needs a planned end date (YYYYMMDD)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'Y' TO WS-CHG-ERR
           WHEN OTHER
               MOVE PSDTI TO WS-PLAN-START-DATE
               MOVE PEDTI TO WS-PLAN-END-DATE
           END-EVALUATE
           IF WS-CHG-ERR = 'Y'
               PERFORM 230-SEND-PAGE
           END-IF
           IF PSTML = ZERO OR PSTMI = SPACES OR PSTMI = LOW-VALUES
               MOVE ZERO TO WS-PLAN-START-TIME
           ELSE
               IF PSTMI NOT NUMERIC
                   MOVE 'SM130009' TO MSGX-ID
                   MOVE 'Planned start time must be HHMM'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               MOVE PSTMI TO WS-HHMM
               IF WS-HHMM > 2359 OR WS-HHMM(3:2) > '59'
                   MOVE 'SM130009' TO MSGX-ID
                   MOVE 'Planned start time must be HHMM'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               COMPUTE WS-PLAN-START-TIME = WS-HHMM * 100
           END-IF
           IF PETML = ZERO OR PETMI = SPACES OR PETMI = LOW-VALUES
               MOVE 235959 TO WS-PLAN-END-TIME
           ELSE
               IF PETMI NOT NUMERIC
                   MOVE 'SM130010' TO MSGX-ID
                   MOVE 'Planned end time must be HHMM' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               MOVE PETMI TO WS-HHMM
               IF WS-HHMM > 2359 OR WS-HHMM(3:2) > '59'
                   MOVE 'SM130010' TO MSGX-ID
                   MOVE 'Planned end time must be HHMM' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               COMPUTE WS-PLAN-END-TIME = WS-HHMM * 100
           END-IF
           EVALUATE TRUE
           WHEN WS-PLAN-START-DATE < WS-NOW-DATE
               MOVE 'SM130011' TO MSGX-ID
               MOVE 'Planned start cannot be in the past'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'Y' TO WS-CHG-ERR
           WHEN WS-PLAN-END-DATE < WS-PLAN-START-DATE
               OR (WS-PLAN-END-DATE = WS-PLAN-START-DATE
                   AND WS-PLAN-END-TIME <= WS-PLAN-START-TIME)
               MOVE 'SM130012' TO MSGX-ID
               MOVE 'Planned window ends before it starts'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'Y' TO WS-CHG-ERR
           WHEN RISKL = ZERO
               OR (RISKI NOT = 'H' AND RISKI NOT = 'M'
                   AND RISKI NOT = 'L')
               MOVE 'SM130013' TO MSGX-ID
               MOVE 'Risk must be H (high), M (medium) or L (low)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'Y' TO WS-CHG-ERR
           WHEN IMPLL = ZERO OR IMPLI = SPACES OR IMPLI = LOW-VALUES
               MOVE 'SM130014' TO MSGX-ID
               MOVE 'Change needs an implementation plan line'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'Y' TO WS-CHG-ERR
           WHEN BKOUL = ZERO OR BKOUI = SPACES OR BKOUI = LOW-VALUES
               MOVE 'SM130015' TO MSGX-ID
               MOVE 'Change needs a backout plan line' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE 'Y' TO WS-CHG-ERR
           WHEN OTHER
               MOVE RISKI TO WS-RISK
           END-EVALUATE
           IF WS-CHG-ERR = 'Y'
               PERFORM 230-SEND-PAGE
           END-IF.
       248-EXIT.
           EXIT.

      *    Open-on-behalf - a SERVICE user taking a call keys the
      *    caller's userid, which must be on uaf00001 and inside its
      *    effective window (the SM000 sign-on rule). The caller's
      *    uprf0001 name and department go up beside it and the
      *    first ENTER stops there, the pick carried back out the way
      *    316-CHECK-FREEZE carries it, so the agent can confirm who
      *    is on the phone; the next ENTER with the same caller opens.
      *    Left blank, the ticket is the keyer's own as always.
       249-EDIT-CALLER.
           MOVE SPACES TO WS-CALLER WS-CALLER-NAME
           MOVE WS-USERID7 TO WS-REQUESTOR
           IF CALRL = ZERO OR CALRI = SPACES OR CALRI = LOW-VALUES
               MOVE SPACES TO CA-CALLER-OK
               GO TO 249-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(CALRI) TO WS-CALLER
           MOVE WS-CALLER TO CALRI
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR WS-UAF-SERVICE NOT = 'Y'
               MOVE 'SM130016' TO MSGX-ID
               MOVE 'Only SERVICE users open tickets for a caller'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-CALLER(1:7) = WS-USERID7
               MOVE 'SM130017' TO MSGX-ID
               MOVE 'Caller is yourself - leave the caller field blank'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE WS-CALLER TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO CNAMO CDPTO
               MOVE 'SM130018' TO MSGX-ID
               MOVE 'Caller userid not on the user file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-NOW-DATE)
           END-EXEC
           IF (WS-UAF-EFFECTIVE-DATE NOT = ZERO AND
               WS-NOW-DATE < WS-UAF-EFFECTIVE-DATE)
              OR
              (WS-UAF-TERM-DATE NOT = ZERO AND
               WS-NOW-DATE > WS-UAF-TERM-DATE)
               MOVE SPACES TO CNAMO CDPTO
               MOVE 'SM130019' TO MSGX-ID
               MOVE 'Caller userid is outside its effective dates'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE SPACES TO WS-UPRF-REC
           MOVE WS-CALLER TO UPRF-USERID
           EXEC CICS READ
               FILE('uprf0001')
               INTO (WS-UPRF-REC)
               RIDFLD (UPRF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'NO PROFILE' TO UPRF-NAME
               MOVE SPACES TO UPRF-DEPT
           END-IF
           MOVE UPRF-NAME TO CNAMO WS-CALLER-NAME
           MOVE UPRF-DEPT TO CDPTO
           IF CA-CALLER-OK NOT = WS-CALLER
               MOVE WS-CALLER TO CA-CALLER-OK
               MOVE 'S' TO LSELO(WS-SEL-SUB)
               MOVE DFHBMFSE TO LSELA(WS-SEL-SUB)
               MOVE 'SM130020' TO MSGX-ID
               MOVE
                   'Confirm caller name and department - ENTER again to 
      -            'open'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE WS-CALLER TO WS-REQUESTOR.
       249-EXIT.
           EXIT.

      *    Open the new ticket under the picked service code, hand it
      *    to SM0001 the way 231-OPTION1's LINK always has, then fall
      *    back to the menu with the new number in the ticket field.
       300-OPEN-TICKET.
           PERFORM 310-CHECK-INQUIRY-ONLY
           PERFORM 315-READ-PICKED-SVC
           PERFORM 312-EDIT-COST
           PERFORM 316-CHECK-FREEZE
           PERFORM 340-SUGGEST-ARTICLES THRU 340-EXIT
           PERFORM 318-ASK-QUESTIONS THRU 318-EXIT
           MOVE SPACE TO CA-FREEZE-WARNED
           PERFORM 225-NEW-TICKET
           MOVE SPACES TO WS-SM-CA
               AND WS-UAF-ADMIN NOT = 'Y'
               AND WS-UAF-APPROVER NOT = 'Y'
               AND WS-UAF-SERVICE NOT = 'Y'
               MOVE 'SM130021' TO MSGX-ID
               MOVE 'INQUIRY access cannot open new tickets'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       310-EXIT.
           EXIT.

      *    Estimated cost, typed as plain digits with an optional
      *    decimal point (1500 or 1500.00). A ticket that will go to
      *    approval cannot open without one - the estimate picks the
      *    apat0001 band its approver must come from - though a zero
      *    estimate is accepted; a ticket straight to OPEN may carry
      *    one or not.
       312-EDIT-COST.
           MOVE ZERO TO WS-EST-COST
           MOVE 'N' TO WS-COST-KEYED
           IF COSTL > ZERO AND COSTI NOT = SPACES
               AND COSTI NOT = LOW-VALUES
               IF FUNCTION TEST-NUMVAL(COSTI) NOT = ZERO
                   MOVE 'SM130022' TO MSGX-ID
                   MOVE 'Estimated cost must be an amount, e.g. 1500.00'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               IF FUNCTION NUMVAL(COSTI) < ZERO
                   OR FUNCTION NUMVAL(COSTI) > 9999999.99
                   MOVE 'SM130023' TO MSGX-ID
                   MOVE 'Estimated cost must be 0 to 9999999.99'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               COMPUTE WS-EST-COST = FUNCTION NUMVAL(COSTI)
               MOVE 'Y' TO WS-COST-KEYED
           END-IF
           IF WS-COST-KEYED NOT = 'Y'
               AND (WS-CLASS = 'C' OR NOT SVC-APPROVALS NUMERIC
                    OR SVC-APPROVALS NOT = ZERO)
               MOVE 'SM130024' TO MSGX-ID
               MOVE
                   'This service needs approval - enter an estimated cos
      -            't'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       312-EXIT.
           EXIT.

      *    Re-read the picked catalog entry by its primary SVC-CODE
      *    key - the page was built from active entries, but the
      *    catalog can change between the SEND and this ENTER, so the
                EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR NOT SVC-IS-ACTIVE
               MOVE 'SM130025' TO MSGX-ID
               MOVE 'Service no longer available - pick another'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE LOW-VALUES TO CA-TOP-RIDFLD
               PERFORM 200-LIST-PAGE
           END-IF.
      *    incident inside a window can still be raised. The window
      *    file is small (a handful of declared windows), so the scan
      *    is a plain front-to-back browse.
      *    A change request is tested on its planned window rather
      *    than on now, and a hit is a refusal, not a warning: SM0010
      *    and APPRPL01 will not approve a change whose window meets
      *    a freeze, and no panel moves TICKET-PLAN-START/END after
      *    the open, so the window has to be planned clear of it here.
       316-CHECK-FREEZE.
           IF CA-WARNED AND WS-CLASS NOT = 'C'
               GO TO 316-EXIT
           END-IF
           MOVE SPACES TO WS-FREEZE-ID
               ABSTIME (WS-TIME)
               TIME (WS-NOW-TIME)
           END-EXEC
           MOVE SVC-CODE TO FRZX-SVC-CODE
           IF WS-CLASS = 'C'
               COMPUTE FRZX-SPAN-FROM =
                   WS-PLAN-START-DATE * 1000000 + WS-PLAN-START-TIME
               COMPUTE FRZX-SPAN-TO =
                   WS-PLAN-END-DATE * 1000000 + WS-PLAN-END-TIME
           ELSE
               COMPUTE FRZX-SPAN-FROM =
                   WS-NOW-DATE * 1000000 + WS-NOW-TIME
               MOVE FRZX-SPAN-FROM TO FRZX-SPAN-TO
           END-IF
           MOVE 'N' TO WS-FRZW-DONE
           MOVE LOW-VALUES TO WS-FRZW-RID
           EXEC CICS STARTBR FILE('frzw0001')
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-FRZW-DONE
               ELSE
                   PERFORM 317-TEST-WINDOW
                   IF FRZX-OVERLAPS
                       MOVE FRZW-ID TO WS-FREEZE-ID
                       MOVE 'Y' TO WS-FRZW-DONE
                   END-IF
               FILE ('frzw0001')
           END-EXEC
           IF WS-FREEZE-ID NOT = SPACES
      *        Carry the S back out FSET so the confirming ENTER (or,
      *        for a change, the ENTER with the window moved) still
      *        carries the same pick without retyping it.
               MOVE 'S' TO LSELO(WS-SEL-SUB)
               MOVE DFHBMFSE TO LSELA(WS-SEL-SUB)
               IF WS-CLASS = 'C'
                   MOVE 'SM130035' TO MSGX-ID
                   MOVE
                       'Window meets freeze &1 - plan the change clear o
      -                'f it'
                       TO MSGX-DEFAULT
                   MOVE WS-FREEZE-ID TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
               ELSE
                   SET CA-WARNED TO TRUE
                   MOVE 'SM130036' TO MSGX-ID
                   MOVE
                       'Service in maintenance window &1 - ENTER again t
      -                'o open anyway'
                       TO MSGX-DEFAULT
                   MOVE WS-FREEZE-ID TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
               END-IF
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       316-EXIT.
           EXIT.

      *    One frzw0001 window against the span staged in FRZX - the
      *    shared FRZOVLP1 test the approval paths also use.
       317-TEST-WINDOW.
           COPY FRZOVLP1.
           CONTINUE.
       317-EXIT.
           EXIT.

      *    A service with a qset0001 questionnaire asks it on a second
      *    panel before anything is written - the first panel's
      *    entries are parked in the commarea and the open resumes
      *    from 260-QUESTION-AID once the answers pass their edits.
      *    Answers already given for the same service (a first-panel
      *    error sent the requestor back) are offered again.
       318-ASK-QUESTIONS.
           IF CA-IS-ANSWERED
               GO TO 318-EXIT
           END-IF
           MOVE SVC-CODE TO QSET-SVC-CODE
           PERFORM 319-READ-QSET
           IF WS-QSET-FOUND NOT = 'Y'
               GO TO 318-EXIT
           END-IF
           PERFORM 263-SAVE-ENTRY
           MOVE WS-SEL-SUB TO CA-SEL-SUB
           IF CA-ANSWER-SVC NOT = SVC-CODE
               MOVE SPACES TO CA-ANSWERS
               MOVE SVC-CODE TO CA-ANSWER-SVC
           END-IF
           SET CA-ON-QUESTIONS TO TRUE
           MOVE ZERO TO WS-Q-ERR
           MOVE 'SM130026' TO MSGX-ID
           MOVE 'Answer for this service and press ENTER - * = required'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO QERRO
           PERFORM 270-SEND-QUESTIONS.
       318-EXIT.
           EXIT.

      *    A set with no prompts left on it asks nothing.
       319-READ-QSET.
           EXEC CICS READ
               FILE('qset0001')
               INTO (WS-QSET-REC)
               RIDFLD (QSET-SVC-CODE)
               KEYLENGTH (WS-QSET-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND QSET-PROMPT(1) NOT = SPACES
               MOVE 'Y' TO WS-QSET-FOUND
           ELSE
               MOVE 'N' TO WS-QSET-FOUND
               MOVE SPACES TO WS-QSET-REC
           END-IF.
       319-EXIT.
           EXIT.

      *    The questionnaire panel. ENTER edits the answers and, once
      *    they pass, puts the parked first-panel entries back and
      *    runs the same edits and open as a first-panel ENTER; PF3
      *    goes back to the service list with those entries intact.
       260-QUESTION-AID.
           MOVE CA-SEL-SUB TO WS-SEL-SUB
           MOVE CA-ROW-CODE(WS-SEL-SUB) TO QSET-SVC-CODE
           PERFORM 319-READ-QSET
           EVALUATE EIBAID
           WHEN DFHPF3
               MOVE SPACE TO CA-PANEL
               PERFORM 264-RESTORE-ENTRY
               PERFORM 200-LIST-PAGE
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM13QM')
                   MAPSET ('SM13Q')
                   INTO (SM13QMI)
               END-EXEC
               PERFORM 265-EDIT-ANSWERS
               SET CA-IS-ANSWERED TO TRUE
               MOVE SPACE TO CA-PANEL
               PERFORM 264-RESTORE-ENTRY
               PERFORM 245-EDIT-PRIORITY
               PERFORM 246-EDIT-SUMMARY
               PERFORM 247-EDIT-ASSET
               PERFORM 248-EDIT-CHANGE THRU 248-EXIT
               PERFORM 249-EDIT-CALLER THRU 249-EXIT
               PERFORM 300-OPEN-TICKET
           WHEN OTHER
               MOVE ZERO TO WS-Q-ERR
               MOVE 'SM130027' TO MSGX-ID
               MOVE 'Invalid PFKey Pressed - ENTER opens, PF3 goes back'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO QERRO
               PERFORM 270-SEND-QUESTIONS
           END-EVALUATE.
       260-EXIT.
           EXIT.

       263-SAVE-ENTRY.
           MOVE SPACES TO CA-SAVED-ENTRY
           IF PRIL > ZERO
               MOVE PRII TO CA-SV-PRI
           END-IF
           IF SUMML > ZERO
               MOVE SUMMI TO CA-SV-SUMM
           END-IF
           IF DSC1L > ZERO
               MOVE DSC1I TO CA-SV-DSC1
           END-IF
           IF DSC2L > ZERO
               MOVE DSC2I TO CA-SV-DSC2
           END-IF
           IF ASSTL > ZERO
               MOVE ASSTI TO CA-SV-ASST
           END-IF
           IF CLASL > ZERO
               MOVE CLASI TO CA-SV-CLAS
           END-IF
           IF PSDTL > ZERO
               MOVE PSDTI TO CA-SV-PSDT
           END-IF
           IF PSTML > ZERO
               MOVE PSTMI TO CA-SV-PSTM
           END-IF
           IF PEDTL > ZERO
               MOVE PEDTI TO CA-SV-PEDT
           END-IF
           IF PETML > ZERO
               MOVE PETMI TO CA-SV-PETM
           END-IF
           IF RISKL > ZERO
               MOVE RISKI TO CA-SV-RISK
           END-IF
           IF IMPLL > ZERO
               MOVE IMPLI TO CA-SV-IMPL
           END-IF
           IF BKOUL > ZERO
               MOVE BKOUI TO CA-SV-BKOU
           END-IF
           MOVE SPACES TO CA-SV-CALR
           IF CALRL > ZERO
               MOVE CALRI TO CA-SV-CALR
           END-IF
           MOVE SPACES TO CA-SV-COST
           IF COSTL > ZERO
               MOVE COSTI TO CA-SV-COST
           END-IF.
       263-EXIT.
           EXIT.

      *    Parked entries go back into the first panel's input fields
      *    with a length only where something was typed, so the 245-
      *    248 edits see exactly what the RECEIVE gave them first time.
       264-RESTORE-ENTRY.
           MOVE LOW-VALUES TO SM13MI
           MOVE CA-SV-PRI TO PRII
           IF CA-SV-PRI NOT = SPACES
               MOVE 1 TO PRIL
           END-IF
           MOVE CA-SV-SUMM TO SUMMI
           IF CA-SV-SUMM NOT = SPACES
               MOVE 1 TO SUMML
           END-IF
           MOVE CA-SV-DSC1 TO DSC1I
           IF CA-SV-DSC1 NOT = SPACES
               MOVE 1 TO DSC1L
           END-IF
           MOVE CA-SV-DSC2 TO DSC2I
           IF CA-SV-DSC2 NOT = SPACES
               MOVE 1 TO DSC2L
           END-IF
           MOVE CA-SV-ASST TO ASSTI
           IF CA-SV-ASST NOT = SPACES
               MOVE 1 TO ASSTL
           END-IF
           MOVE CA-SV-CLAS TO CLASI
           IF CA-SV-CLAS NOT = SPACES
               MOVE 1 TO CLASL
           END-IF
           MOVE CA-SV-PSDT TO PSDTI
           IF CA-SV-PSDT NOT = SPACES
               MOVE 1 TO PSDTL
           END-IF
           MOVE CA-SV-PSTM TO PSTMI
           IF CA-SV-PSTM NOT = SPACES
               MOVE 1 TO PSTML
           END-IF
           MOVE CA-SV-PEDT TO PEDTI
           IF CA-SV-PEDT NOT = SPACES
               MOVE 1 TO PEDTL
           END-IF
           MOVE CA-SV-PETM TO PETMI
           IF CA-SV-PETM NOT = SPACES
               MOVE 1 TO PETML
           END-IF
           MOVE CA-SV-RISK TO RISKI
           IF CA-SV-RISK NOT = SPACES
               MOVE 1 TO RISKL
           END-IF
           MOVE CA-SV-IMPL TO IMPLI
           IF CA-SV-IMPL NOT = SPACES
               MOVE 1 TO IMPLL
           END-IF
           MOVE CA-SV-BKOU TO BKOUI
           IF CA-SV-BKOU NOT = SPACES
               MOVE 1 TO BKOUL
           END-IF
           MOVE CA-SV-CALR TO CALRI
           IF CA-SV-CALR NOT = SPACES AND CA-SV-CALR NOT = LOW-VALUES
               MOVE 1 TO CALRL
           END-IF
           MOVE CA-SV-COST TO COSTI
           IF CA-SV-COST NOT = SPACES AND CA-SV-COST NOT = LOW-VALUES
               MOVE 1 TO COSTL
           END-IF.
       264-EXIT.
           EXIT.

      *    Every answer field goes out FSET, so each comes back on the
      *    ENTER whether retyped or not; the first failing answer puts
      *    the cursor on its row.
       265-EDIT-ANSWERS.
           MOVE ZERO TO WS-Q-ERR
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               IF QSET-PROMPT(WS-Q-SUB) NOT = SPACES
                   IF QANSL(WS-Q-SUB) > ZERO
                       AND QANSI(WS-Q-SUB) NOT = LOW-VALUES
                       MOVE FUNCTION TRIM(QANSI(WS-Q-SUB) LEADING)
                           TO CA-ANSWER(WS-Q-SUB)
                   ELSE
                       MOVE SPACES TO CA-ANSWER(WS-Q-SUB)
                   END-IF
                   IF WS-Q-ERR = ZERO
                       PERFORM 266-EDIT-ONE-ANSWER THRU 266-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Q-ERR > ZERO
               PERFORM 270-SEND-QUESTIONS
           END-IF.
       265-EXIT.
           EXIT.

      *    N must be all digits, D a real YYYYMMDD date, Y a yes or
      *    no (kept as YES/NO); T takes anything.
       266-EDIT-ONE-ANSWER.
           IF CA-ANSWER(WS-Q-SUB) = SPACES
               IF QSET-IS-REQUIRED(WS-Q-SUB)
                   MOVE WS-Q-SUB TO WS-Q-ERR
                   MOVE 'SM130028' TO MSGX-ID
                   MOVE 'This question needs an answer' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO QERRO
               END-IF
               GO TO 266-EXIT
           END-IF
           COMPUTE WS-ANS-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(CA-ANSWER(WS-Q-SUB) TRAILING))
           EVALUATE TRUE
           WHEN QSET-EDIT-NUMERIC(WS-Q-SUB)
               IF CA-ANSWER(WS-Q-SUB)(1:WS-ANS-LEN) NOT NUMERIC
                   MOVE WS-Q-SUB TO WS-Q-ERR
                   MOVE 'SM130029' TO MSGX-ID
                   MOVE 'Answer must be a number' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO QERRO
               END-IF
           WHEN QSET-EDIT-DATE(WS-Q-SUB)
               IF WS-ANS-LEN NOT = 8
                   OR CA-ANSWER(WS-Q-SUB)(1:8) NOT NUMERIC
                   MOVE WS-Q-SUB TO WS-Q-ERR
                   MOVE 'SM130030' TO MSGX-ID
                   MOVE 'Answer must be a date, YYYYMMDD'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO QERRO
               ELSE
                   MOVE CA-ANSWER(WS-Q-SUB)(1:8) TO WS-ANS-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-ANS-DATE)
                       NOT = ZERO
                       MOVE WS-Q-SUB TO WS-Q-ERR
                       MOVE 'SM130030' TO MSGX-ID
                       MOVE 'Answer must be a date, YYYYMMDD'
                           TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO QERRO
                   END-IF
               END-IF
           WHEN QSET-EDIT-YESNO(WS-Q-SUB)
               MOVE FUNCTION UPPER-CASE(CA-ANSWER(WS-Q-SUB))
                   TO CA-ANSWER(WS-Q-SUB)
               EVALUATE CA-ANSWER(WS-Q-SUB)
               WHEN 'Y'
               WHEN 'YES'
                   MOVE 'YES' TO CA-ANSWER(WS-Q-SUB)
               WHEN 'N'
               WHEN 'NO'
                   MOVE 'NO' TO CA-ANSWER(WS-Q-SUB)
               WHEN OTHER
                   MOVE WS-Q-SUB TO WS-Q-ERR
                   MOVE 'SM130031' TO MSGX-ID
                   MOVE 'Answer must be Y (yes) or N (no)'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO QERRO
               END-EVALUATE
           END-EVALUATE.
       266-EXIT.
           EXIT.

      *    Prompt, a * against the required ones, the kind of answer
      *    expected, and whatever has been answered so far. Rows past
      *    the end of the set are blanked and skipped over.
       270-SEND-QUESTIONS.
           MOVE CA-ROW-CODE(CA-SEL-SUB) TO SVC-CODE
           MOVE SVC-CODE TO QSVCO
           EXEC CICS
                READ FILE('svcc0001')
                INTO (WS-SVC-CAT-REC)
                RIDFLD (SVC-CODE)
                KEYLENGTH (WS-SVC-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE SVC-DESC TO QDESO
           ELSE
               MOVE SPACES TO QDESO
           END-IF
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               IF QSET-PROMPT(WS-Q-SUB) = SPACES
                   MOVE SPACES TO QPRMO(WS-Q-SUB) QHNTO(WS-Q-SUB)
                   MOVE SPACES TO QANSO(WS-Q-SUB)
                   MOVE SPACE TO QREQO(WS-Q-SUB)
                   MOVE DFHBMASK TO QANSA(WS-Q-SUB)
               ELSE
                   MOVE QSET-PROMPT(WS-Q-SUB) TO QPRMO(WS-Q-SUB)
                   IF QSET-IS-REQUIRED(WS-Q-SUB)
                       MOVE '*' TO QREQO(WS-Q-SUB)
                   ELSE
                       MOVE SPACE TO QREQO(WS-Q-SUB)
                   END-IF
                   EVALUATE TRUE
                   WHEN QSET-EDIT-NUMERIC(WS-Q-SUB)
                       MOVE 'NUMBER' TO QHNTO(WS-Q-SUB)
                   WHEN QSET-EDIT-DATE(WS-Q-SUB)
                       MOVE 'YYYYMMDD' TO QHNTO(WS-Q-SUB)
                   WHEN QSET-EDIT-YESNO(WS-Q-SUB)
                       MOVE 'Y/N' TO QHNTO(WS-Q-SUB)
                   WHEN OTHER
                       MOVE 'TEXT' TO QHNTO(WS-Q-SUB)
                   END-EVALUATE
                   MOVE CA-ANSWER(WS-Q-SUB) TO QANSO(WS-Q-SUB)
                   MOVE DFHBMFSE TO QANSA(WS-Q-SUB)
               END-IF
           END-PERFORM
           IF WS-Q-ERR > ZERO
               MOVE -1 TO QANSL(WS-Q-ERR)
           ELSE
               MOVE -1 TO QANSL(1)
           END-IF
           MOVE LENGTH OF SM13QMO TO WS-LENGTH
           EXEC CICS SEND MAP('SM13QM')
               MAPSET (WS-QUEST-MAP)
               FROM (SM13QMO)
               LENGTH (WS-LENGTH)
               CURSOR
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM13')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       270-EXIT.
           EXIT.

      *    Before a ticket is opened, the summary's words are looked up
      *    in widx0001 and any kbar0001 article for the same service
      *    whose source ticket carries them is a candidate - the more
      *    of the summary's words an article shares, the higher it
      *    ranks. The best five go on the article panel; nothing found
      *    means the open simply carries on. Offered once per ENTER
      *    from the first panel - the open-anyway path and the
      *    questionnaire both come back through here without a
      *    second offer.
       340-SUGGEST-ARTICLES.
           IF CA-IS-SUGGESTED
               GO TO 340-EXIT
           END-IF
           SET CA-IS-SUGGESTED TO TRUE
           MOVE SPACES TO CA-ART-TICKETS
           MOVE ZERO TO WS-SUG-WORD-COUNT
           MOVE ZERO TO WS-SUG-CAND-COUNT
           PERFORM 342-TOKENIZE-SUMMARY
           PERFORM VARYING WS-SUG-IX FROM 1 BY 1
                   UNTIL WS-SUG-IX > WS-SUG-WORD-COUNT
               PERFORM 344-SCAN-WORD THRU 344-EXIT
           END-PERFORM
           IF WS-SUG-CAND-COUNT = ZERO
               GO TO 340-EXIT
           END-IF
           PERFORM 346-RANK-ARTICLES
           PERFORM 263-SAVE-ENTRY
           MOVE WS-SEL-SUB TO CA-SEL-SUB
           SET CA-ON-ARTICLES TO TRUE
           MOVE 'SM130032' TO MSGX-ID
           MOVE
               'S + ENTER = this solved it, no ticket - ENTER or PF5 = o
      -        'pen anyway'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO KERRO
           PERFORM 290-SEND-ARTICLES.
       340-EXIT.
           EXIT.

      *    The same WIDXTOK1 cut the index itself was built with, so
      *    a summary word meets the index entry it would have made.
       342-TOKENIZE-SUMMARY.
           MOVE SPACES TO WIDX-TEXT
           MOVE SUMMI TO WIDX-TEXT
           SET WS-TOK-SUGGEST TO TRUE
           COPY WIDXTOK1.
           MOVE 'I' TO WS-TOK-MODE.
       342-EXIT.
           EXIT.

      *    A word repeated in the summary counts once.
       343-COLLECT-WORD.
           PERFORM VARYING WS-SUG-JX FROM 1 BY 1
                   UNTIL WS-SUG-JX > WS-SUG-WORD-COUNT
               IF WS-SUG-WORD(WS-SUG-JX) = WIDX-WORD
                   GO TO 343-EXIT
               END-IF
           END-PERFORM
           IF WS-SUG-WORD-COUNT < 10
               ADD 1 TO WS-SUG-WORD-COUNT
               MOVE WIDX-WORD TO WS-SUG-WORD(WS-SUG-WORD-COUNT)
           END-IF.
       343-EXIT.
           EXIT.

      *    Keyed browse down one word's index entries, the way SM0038
      *    resolves a typed word. A common word can sit on thousands
      *    of tickets, so the browse gives up after WS-SUG-SCAN-MAX
      *    entries - the requestor is waiting at the terminal.
       344-SCAN-WORD.
           MOVE SPACES TO WS-WIDX-REC
           MOVE WS-SUG-WORD(WS-SUG-IX) TO WIDX-KEY-WORD
           MOVE LOW-VALUES TO WIDX-KEY-TICKET
           EXEC CICS STARTBR FILE('widx0001')
                RIDFLD (WIDX-KEY)
                KEYLENGTH (WS-WIDX-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 344-EXIT
           END-IF
           MOVE 'N' TO WS-WIDX-DONE
           MOVE ZERO TO WS-SUG-SCANNED
           PERFORM UNTIL WS-WIDX-DONE = 'Y'
               EXEC CICS READNEXT FILE('widx0001')
                    INTO (WS-WIDX-REC)
                    RIDFLD (WIDX-KEY)
                    KEYLENGTH (WS-WIDX-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR WIDX-KEY-WORD NOT = WS-SUG-WORD(WS-SUG-IX)
                   MOVE 'Y' TO WS-WIDX-DONE
               ELSE
                   ADD 1 TO WS-SUG-SCANNED
                   IF WS-SUG-SCANNED > WS-SUG-SCAN-MAX
                       MOVE 'Y' TO WS-WIDX-DONE
                   ELSE
                       PERFORM 345-TALLY-ARTICLE THRU 345-EXIT
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('widx0001')
           END-EXEC.
       344-EXIT.
           EXIT.

      *    An indexed ticket is only a candidate if an article was
      *    promoted from it (kbar0001 is keyed on the source ticket)
      *    and the article is filed under the picked service.
       345-TALLY-ARTICLE.
           PERFORM VARYING WS-SUG-JX FROM 1 BY 1
                   UNTIL WS-SUG-JX > WS-SUG-CAND-COUNT
               IF WS-SUG-CAND-TICKET(WS-SUG-JX) = WIDX-KEY-TICKET
                   ADD 1 TO WS-SUG-CAND-HITS(WS-SUG-JX)
                   GO TO 345-EXIT
               END-IF
           END-PERFORM
           IF WS-SUG-CAND-COUNT NOT < 20
               GO TO 345-EXIT
           END-IF
           MOVE WIDX-KEY-TICKET TO KB-TICKET-NUM
           EXEC CICS READ
               FILE('kbar0001')
               INTO (WS-KBAR-REC)
               RIDFLD (KB-TICKET-NUM)
               KEYLENGTH (WS-KBAR-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR KB-SVC-CODE NOT = SVC-CODE
               GO TO 345-EXIT
           END-IF
           ADD 1 TO WS-SUG-CAND-COUNT
           MOVE KB-TICKET-NUM TO WS-SUG-CAND-TICKET(WS-SUG-CAND-COUNT)
           MOVE 1 TO WS-SUG-CAND-HITS(WS-SUG-CAND-COUNT).
       345-EXIT.
           EXIT.

      *    Most shared words first, ties in index order.
       346-RANK-ARTICLES.
           PERFORM VARYING WS-SUG-IX FROM 1 BY 1
                   UNTIL WS-SUG-IX > 5
               MOVE ZERO TO WS-SUG-BEST
               PERFORM VARYING WS-SUG-JX FROM 1 BY 1
                       UNTIL WS-SUG-JX > WS-SUG-CAND-COUNT
                   IF WS-SUG-CAND-HITS(WS-SUG-JX) > ZERO
                       IF WS-SUG-BEST = ZERO
                           MOVE WS-SUG-JX TO WS-SUG-BEST
                       ELSE
                           IF WS-SUG-CAND-HITS(WS-SUG-JX)
                               > WS-SUG-CAND-HITS(WS-SUG-BEST)
                               MOVE WS-SUG-JX TO WS-SUG-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SUG-BEST > ZERO
                   MOVE WS-SUG-CAND-TICKET(WS-SUG-BEST)
                       TO CA-ART-TICKET(WS-SUG-IX)
                   MOVE ZERO TO WS-SUG-CAND-HITS(WS-SUG-BEST)
               END-IF
           END-PERFORM.
       346-EXIT.
           EXIT.

      *    The article panel. S against an article and ENTER means it
      *    answered the problem: the offers and the deflection are
      *    tallied and the requestor goes back to the menu with no
      *    ticket opened. ENTER with nothing marked, or PF5, opens the
      *    ticket anyway - the parked first-panel entries go back and
      *    the same edits and open run as a first-panel ENTER. PF3
      *    returns to the service list with the entries intact.
       280-ARTICLE-AID.
           MOVE CA-SEL-SUB TO WS-SEL-SUB
           MOVE ZERO TO WS-ART-PICK
           EVALUATE EIBAID
           WHEN DFHPF3
               MOVE SPACE TO CA-PANEL
               MOVE SPACE TO CA-SUGGEST-DONE
               PERFORM 264-RESTORE-ENTRY
               PERFORM 200-LIST-PAGE
           WHEN DFHENTER
           WHEN DFHPF5
               IF EIBAID = DFHENTER
                   EXEC CICS RECEIVE MAP('SM13KM')
                       MAPSET ('SM13K')
                       INTO (SM13KMI)
                   END-EXEC
                   PERFORM VARYING WS-SUG-IX FROM 1 BY 1
                           UNTIL WS-SUG-IX > 5
                           OR WS-ART-PICK > ZERO
                       IF KSELL(WS-SUG-IX) > ZERO
                           AND KSELI(WS-SUG-IX) NOT = SPACE
                           AND KSELI(WS-SUG-IX) NOT = LOW-VALUE
                           AND CA-ART-TICKET(WS-SUG-IX) NOT = SPACES
                           MOVE WS-SUG-IX TO WS-ART-PICK
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 285-TALLY-DEFLECTION
               MOVE SPACE TO CA-PANEL
               IF WS-ART-PICK > ZERO
                   PERFORM 287-RETURN-DEFLECTED
               END-IF
               PERFORM 264-RESTORE-ENTRY
               PERFORM 245-EDIT-PRIORITY
               PERFORM 246-EDIT-SUMMARY
               PERFORM 247-EDIT-ASSET
               PERFORM 248-EDIT-CHANGE THRU 248-EXIT
               PERFORM 249-EDIT-CALLER THRU 249-EXIT
               PERFORM 300-OPEN-TICKET
           WHEN OTHER
               MOVE 'SM130033' TO MSGX-ID
               MOVE
                   'Invalid PFKey Pressed - ENTER/PF5 opens, PF3 goes ba
      -            'ck'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO KERRO
               PERFORM 290-SEND-ARTICLES
           END-EVALUATE.
       280-EXIT.
           EXIT.

      *    Every article offered counts as shown this month; the one
      *    marked as the answer also counts as a deflection. The
      *    first offer of an article in a month writes its record.
       285-TALLY-DEFLECTION.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-NOW-DATE)
           END-EXEC
           PERFORM VARYING WS-SUG-IX FROM 1 BY 1
                   UNTIL WS-SUG-IX > 5
               IF CA-ART-TICKET(WS-SUG-IX) NOT = SPACES
                   MOVE SPACES TO WS-KBDF-REC
                   MOVE WS-NOW-DATE(1:6) TO KBDF-MONTH
                   MOVE CA-ROW-CODE(CA-SEL-SUB) TO KBDF-SVC-CODE
                   MOVE CA-ART-TICKET(WS-SUG-IX) TO KBDF-KB-TICKET
                   EXEC CICS READ
                       FILE('kbdf0001')
                       INTO (WS-KBDF-REC)
                       RIDFLD (KBDF-KEY)
                       KEYLENGTH (WS-KBDF-KEY-LEN)
                       EQUAL
                       UPDATE
                   END-EXEC
                   IF EIBRESP = DFHRESP(NORMAL)
                       ADD 1 TO KBDF-SHOWN
                       IF WS-SUG-IX = WS-ART-PICK
                           ADD 1 TO KBDF-DEFLECTED
                       END-IF
                       MOVE WS-NOW-DATE TO KBDF-LAST-DATE
                       EXEC CICS REWRITE
                           FILE ('kbdf0001')
                           FROM (WS-KBDF-REC)
                       END-EXEC
                   ELSE
                       MOVE 1 TO KBDF-SHOWN
                       MOVE ZERO TO KBDF-DEFLECTED
                       IF WS-SUG-IX = WS-ART-PICK
                           MOVE 1 TO KBDF-DEFLECTED
                       END-IF
                       MOVE WS-NOW-DATE TO KBDF-LAST-DATE
                       EXEC CICS WRITE
                           FILE ('kbdf0001')
                           FROM (WS-KBDF-REC)
                           RIDFLD (KBDF-KEY)
                           KEYLENGTH (WS-KBDF-KEY-LEN)
                       END-EXEC
                   END-IF
               END-IF
           END-PERFORM.
       285-EXIT.
           EXIT.

      *    Back to the menu the way 300-OPEN-TICKET goes, with the
      *    SM-CHILD-DEFLECT marker so SM000 says why nothing opened.
       287-RETURN-DEFLECTED.
           MOVE SPACES TO WS-SM-CA
           SET SM-CHILD-DEFLECT TO TRUE
           MOVE SPACE TO SM-STATE-OPTION
           MOVE SPACES TO SM-STATE-TICKET
           MOVE ZERO TO SM-LAST-TIME
           EXEC CICS XCTL
               PROGRAM ('SM000')
               COMMAREA (WS-SM-CA)
               LENGTH (29)
           END-EXEC.
       287-EXIT.
           EXIT.

      *    Article key, title and the first line of its fix; rows past
      *    the last suggestion are blanked and skipped over.
       290-SEND-ARTICLES.
           MOVE CA-ROW-CODE(CA-SEL-SUB) TO SVC-CODE
           MOVE SVC-CODE TO KSVCO
           EXEC CICS
                READ FILE('svcc0001')
                INTO (WS-SVC-CAT-REC)
                RIDFLD (SVC-CODE)
                KEYLENGTH (WS-SVC-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE SVC-DESC TO KDESO
           ELSE
               MOVE SPACES TO KDESO
           END-IF
           MOVE CA-SV-SUMM TO KSUMO
           PERFORM VARYING WS-SUG-IX FROM 1 BY 1
                   UNTIL WS-SUG-IX > 5
               MOVE SPACE TO KSELO(WS-SUG-IX)
               MOVE SPACES TO KTKTO(WS-SUG-IX) KTTLO(WS-SUG-IX)
               MOVE SPACES TO KFIXO(WS-SUG-IX)
               IF CA-ART-TICKET(WS-SUG-IX) = SPACES
                   MOVE DFHBMASK TO KSELA(WS-SUG-IX)
               ELSE
                   MOVE CA-ART-TICKET(WS-SUG-IX) TO KB-TICKET-NUM
                   EXEC CICS READ
                       FILE('kbar0001')
                       INTO (WS-KBAR-REC)
                       RIDFLD (KB-TICKET-NUM)
                       KEYLENGTH (WS-KBAR-KEY-LEN)
                       EQUAL
                   END-EXEC
                   MOVE CA-ART-TICKET(WS-SUG-IX) TO KTKTO(WS-SUG-IX)
                   IF EIBRESP = DFHRESP(NORMAL)
                       MOVE KB-SUMMARY TO KTTLO(WS-SUG-IX)
                       MOVE KB-TEXT1 TO KFIXO(WS-SUG-IX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE -1 TO KSELL(1)
           MOVE LENGTH OF SM13KMO TO WS-LENGTH
           EXEC CICS SEND MAP('SM13KM')
               MAPSET (WS-ARTICLE-MAP)
               FROM (SM13KMO)
               LENGTH (WS-LENGTH)
               CURSOR
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM13')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       290-EXIT.
           EXIT.


      *    An open mjin0001 major incident covering this service tags
      *    the new ticket with its id - the postmortem's attach count
      *    single sign-off, or two independent approvers. The count
      *    is stamped on the ticket so a later catalog change cannot
      *    strand an in-flight approval.
      *    A change request is never workable without a sign-off,
      *    whatever the catalog says for the service's other tickets.
           IF SVC-APPROVALS NUMERIC AND SVC-APPROVALS = ZERO
               AND WS-CLASS NOT = 'C'
               SET TICKET-OPEN TO TRUE
               MOVE ZERO TO TICKET-APPR-NEEDED
           ELSE
                   MOVE 1 TO TICKET-APPR-NEEDED
               END-IF
           END-IF
           MOVE WS-REQUESTOR TO TICKET-REQUESTOR
           MOVE WS-USERID7 TO TICKET-OPENED-BY
           MOVE SVC-CODE TO TICKET-SVC-CODE
           MOVE SVC-TEAM-CODE TO TICKET-TEAM-CODE
           MOVE WS-PRIORITY TO TICKET-PRIORITY
           MOVE SUMMI TO TICKET-SUMMARY
           MOVE WS-ASSET-ID TO TICKET-ASSET-ID
           MOVE ZERO TO TICKET-MINUTES-SPENT
           MOVE ZERO TO TICKET-OCCUR-COUNT
           MOVE WS-CLASS TO TICKET-CLASS
           MOVE WS-PLAN-START-DATE TO TICKET-PLAN-START-DATE
           MOVE WS-PLAN-START-TIME TO TICKET-PLAN-START-TIME
           MOVE WS-PLAN-END-DATE TO TICKET-PLAN-END-DATE
           MOVE WS-PLAN-END-TIME TO TICKET-PLAN-END-TIME
           MOVE WS-RISK TO TICKET-RISK
           PERFORM 224-TAG-INCIDENT
           PERFORM 228-ROUTE-CONTACT
           EXEC CICS ASKTIME
               TIME (TICKET-OPEN-TIME)
           END-EXEC
           PERFORM 226-STAMP-DUE-DATE
           PERFORM 221-STAMP-HOUR-TARGETS THRU 221-EXIT
           EXEC CICS WRITE
               FILE ('tktm0001')
               FROM (WS-TICKET-REC)
           MOVE WS-TICKET-REC TO JRN-IMAGE
           PERFORM 990-WRITE-JOURNAL
           PERFORM 910-INDEX-SUMMARY
           PERFORM 227-ADD-DETAIL-LINE
           PERFORM 234-STAMP-AUTHORITY THRU 234-EXIT.
       225-EXIT.
           EXIT.

      *    One index record per word - a word already indexed for
      *    this ticket just gets DUPREC, which is the point.
       980-WRITE-INDEX-WORD.
           IF WS-TOK-SUGGEST
               PERFORM 343-COLLECT-WORD THRU 343-EXIT
               GO TO 980-EXIT
           END-IF
           MOVE SPACES TO WS-WIDX-REC
           MOVE WIDX-WORD TO WIDX-KEY-WORD
           MOVE TICKET-NUM TO WIDX-KEY-TICKET
       226-EXIT.
           EXIT.

      *    Hour-based targets - a non-zero SVC-RESOL-HOURS or
      *    SVC-RESP-HOURS entry for the ticket's priority runs the
      *    BHRSADD1 business-hours clock from the open date and time,
      *    in the routed region's bhrs0001 hours, and the result
      *    replaces the whole-day due date.
       221-STAMP-HOUR-TARGETS.
           MOVE SPACE TO TICKET-SLA-BASIS
           MOVE ZERO TO TICKET-DUE-TIME
           MOVE ZERO TO TICKET-RESP-DUE-DATE TICKET-RESP-DUE-TIME
           MOVE ZERO TO WS-HR-RESP WS-HR-RESOL
           IF TICKET-PRIORITY < '1' OR TICKET-PRIORITY > '3'
               GO TO 221-EXIT
           END-IF
           IF TICKET-OPEN-TIME NOT NUMERIC
               GO TO 221-EXIT
           END-IF
           MOVE TICKET-PRIORITY TO WS-HR-PRI
           IF SVC-RESP-HOURS(WS-HR-PRI) NUMERIC
               MOVE SVC-RESP-HOURS(WS-HR-PRI) TO WS-HR-RESP
           END-IF
           IF SVC-RESOL-HOURS(WS-HR-PRI) NUMERIC
               MOVE SVC-RESOL-HOURS(WS-HR-PRI) TO WS-HR-RESOL
           END-IF
           IF WS-HR-RESP = ZERO AND WS-HR-RESOL = ZERO
               GO TO 221-EXIT
           END-IF
           PERFORM 222-LOAD-BHRS-WEEK
           MOVE 'H' TO TICKET-SLA-BASIS
           IF WS-HR-RESOL > ZERO
               MOVE TICKET-OPEN-DATE TO BHRX-FROM-DATE
               MOVE TICKET-OPEN-TIME TO BHRX-FROM-TIME
               MOVE WS-HR-RESOL TO BHRX-HOURS
               PERFORM 223-RUN-BHRS-CLOCK
               IF BHRX-DUE-DATE > ZERO
                   MOVE BHRX-DUE-DATE TO TICKET-DUE-DATE
                   MOVE BHRX-DUE-TIME TO TICKET-DUE-TIME
               END-IF
           END-IF
           IF WS-HR-RESP > ZERO
               MOVE TICKET-OPEN-DATE TO BHRX-FROM-DATE
               MOVE TICKET-OPEN-TIME TO BHRX-FROM-TIME
               MOVE WS-HR-RESP TO BHRX-HOURS
               PERFORM 223-RUN-BHRS-CLOCK
               MOVE BHRX-DUE-DATE TO TICKET-RESP-DUE-DATE
               MOVE BHRX-DUE-TIME TO TICKET-RESP-DUE-TIME
           END-IF.
       221-EXIT.
           EXIT.

      *    The routed region's week first, global '**' as the
      *    fall-back, the standard Monday-Friday 0800-1800 week when
      *    neither is on file.
       222-LOAD-BHRS-WEEK.
           MOVE BHRX-STD-WEEK TO BHRX-WEEK
           MOVE WS-DEFAULT-CONTACT-REGION TO WS-BHRS-PROBE-REGION
           EXEC CICS READ
               FILE('bhrs0001')
               INTO (WS-BHRS-REC)
               RIDFLD (WS-BHRS-PROBE-REGION)
               KEYLENGTH (WS-BHRS-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               AND WS-BHRS-PROBE-REGION NOT = '**'
               MOVE '**' TO WS-BHRS-PROBE-REGION
               EXEC CICS READ
                   FILE('bhrs0001')
                   INTO (WS-BHRS-REC)
                   RIDFLD (WS-BHRS-PROBE-REGION)
                   KEYLENGTH (WS-BHRS-KEY-LEN)
                   EQUAL
               END-EXEC
           END-IF
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE BHRS-WEEK TO BHRX-WEEK
           END-IF.
       222-EXIT.
           EXIT.

       223-RUN-BHRS-CLOCK.
           COPY BHRSADD1.
           CONTINUE.
       223-EXIT.
           EXIT.

      *    Holiday answer for the business-hours clock - the same
      *    regional-then-global bday0001 probe the day arithmetic
      *    makes, for the date the clock is standing on.
       975-CHECK-BHRS-HOLIDAY.
           MOVE 'N' TO BHRX-HOLIDAY
           MOVE WS-DEFAULT-CONTACT-REGION TO WS-BDAY-PROBE-REGION
           MOVE BHRX-PROBE-DATE TO WS-BDAY-PROBE-DATE
           EXEC CICS READ
               FILE('bday0001')
               INTO (WS-BDAY-REC)
               RIDFLD (WS-BDAY-PROBE-KEY)
               KEYLENGTH (WS-BDAY-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               AND WS-BDAY-PROBE-REGION NOT = '**'
               MOVE '**' TO WS-BDAY-PROBE-REGION
               EXEC CICS READ
                   FILE('bday0001')
                   INTO (WS-BDAY-REC)
                   RIDFLD (WS-BDAY-PROBE-KEY)
                   KEYLENGTH (WS-BDAY-KEY-LEN)
                   EQUAL
               END-EXEC
           END-IF
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO BHRX-HOLIDAY
           END-IF.
       975-EXIT.
           EXIT.

      *    Route the new ticket - the picked service's own routing
      *    rule wins when its catalog entry names a NAMEFILE contact,
      *    so the network team's tickets stop landing on the help
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE SHORT-NAME TO TICKET-CONTACT
               MOVE REGION-CODE TO TICKET-REGION
           END-IF.
       228-EXIT.
           EXIT.
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE SHORT-NAME TO TICKET-CONTACT
                   MOVE REGION-CODE TO TICKET-REGION
                   MOVE 'Y' TO WS-ROSTERED
               END-IF
           END-IF.
           MOVE WS-USERID7 TO TICKD-ENTERED-BY
           MOVE TICKET-OPEN-DATE TO TICKD-ENTERED-DATE
           MOVE TICKET-OPEN-TIME TO TICKD-ENTERED-TIME
           EVALUATE TRUE
           WHEN TICKET-CLASS-CHANGE
               STRING 'Change request opened - risk ' TICKET-RISK
                      ' - pending approval'
                   DELIMITED BY SIZE INTO TICKD-TEXT
               END-STRING
           WHEN TICKET-OPEN
               MOVE 'Ticket opened' TO TICKD-TEXT
           WHEN OTHER
               MOVE 'Ticket opened - pending approval' TO TICKD-TEXT
           END-EVALUATE
           EXEC CICS WRITE
               FILE ('tktd0001')
               FROM (WS-TICKET-DTL-REC)
           MOVE TICKD-KEY TO JRN-KEY
           MOVE WS-TICKET-DTL-REC TO JRN-IMAGE
           PERFORM 990-WRITE-JOURNAL
      *    A ticket keyed for a caller says so on the line after the
      *    opening one, so the work log shows who took the call.
           IF WS-CALLER NOT = SPACES
               ADD 1 TO TICKD-SEQ-NUM
               MOVE SPACES TO TICKD-TEXT
               STRING 'Opened by ' WS-USERID7
                      ' for caller ' WS-CALLER
                      ' ' WS-CALLER-NAME
                      DELIMITED BY SIZE INTO TICKD-TEXT
               END-STRING
               PERFORM 232-WRITE-PLAN-LINE
           END-IF
           PERFORM 233-WRITE-ANSWER-LINES THRU 233-EXIT
      *    The longer problem description follows the opening line,
      *    one work-log line per non-blank description line keyed.
           IF DSC1L > ZERO AND DSC1I NOT = SPACES
               MOVE TICKD-KEY TO JRN-KEY
               MOVE WS-TICKET-DTL-REC TO JRN-IMAGE
               PERFORM 990-WRITE-JOURNAL
           END-IF
      *    A change request's plans follow as typed lines, so the
      *    change board and the printouts can pick them out.
           IF TICKET-CLASS-CHANGE
               ADD 1 TO TICKD-SEQ-NUM
               MOVE IMPLI TO TICKD-TEXT
               SET TICKD-LINE-IMPL-PLAN TO TRUE
               PERFORM 232-WRITE-PLAN-LINE
               ADD 1 TO TICKD-SEQ-NUM
               MOVE BKOUI TO TICKD-TEXT
               SET TICKD-LINE-BACKOUT-PLAN TO TRUE
               PERFORM 232-WRITE-PLAN-LINE
           END-IF.
       227-EXIT.
           EXIT.

       232-WRITE-PLAN-LINE.
           EXEC CICS WRITE
               FILE ('tktd0001')
               FROM (WS-TICKET-DTL-REC)
               RIDFLD (TICKD-KEY)
               KEYLENGTH (WS-TICKET-DTL-LEN)
           END-EXEC
           MOVE SPACES TO WS-JRNL-REC
           MOVE 'TKTD0001' TO JRN-FILE
           MOVE 'W' TO JRN-ACTION
           MOVE TICKD-KEY TO JRN-KEY
           MOVE WS-TICKET-DTL-REC TO JRN-IMAGE
           PERFORM 990-WRITE-JOURNAL.
       232-EXIT.
           EXIT.

      *    The intake-questionnaire answers go in ahead of the
      *    description as typed 'Q' lines, prompt beside answer, so
      *    TKTPRN01 can print them as a block of their own. A question
      *    left unanswered (only an optional one can be) writes no line.
       233-WRITE-ANSWER-LINES.
           IF NOT CA-IS-ANSWERED
               GO TO 233-EXIT
           END-IF
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 10
               IF QSET-PROMPT(WS-Q-SUB) NOT = SPACES
                   AND CA-ANSWER(WS-Q-SUB) NOT = SPACES
                   ADD 1 TO TICKD-SEQ-NUM
                   MOVE QSET-PROMPT(WS-Q-SUB) TO TICKD-ANS-PROMPT
                   MOVE CA-ANSWER(WS-Q-SUB) TO TICKD-ANS-VALUE
                   SET TICKD-LINE-ANSWER TO TRUE
                   PERFORM 232-WRITE-PLAN-LINE
               END-IF
           END-PERFORM
           SET TICKD-LINE-WORKLOG TO TRUE.
       233-EXIT.
           EXIT.

      *    The new ticket's tkec0001 cost record - the estimate, the
      *    requestor's uprf0001 department, and for a ticket going to
      *    approval the apat0001 band it falls in: the department's
      *    own bands first, the '*****' all-department set failing
      *    those. No band, or no department on file, stamps no
      *    authority and the ticket goes to any APPROVER.
       234-STAMP-AUTHORITY.
           IF WS-COST-KEYED NOT = 'Y'
               GO TO 234-EXIT
           END-IF
           MOVE SPACES TO WS-TKEC-REC
           MOVE TICKET-NUM TO TKEC-TICKET-NUM
           MOVE WS-EST-COST TO TKEC-EST-COST
           MOVE ZERO TO TKEC-BAND-MAX-COST TKEC-AUTH-LEVEL
           MOVE SPACES TO WS-UPRF-REC
           MOVE WS-REQUESTOR TO UPRF-USERID
           EXEC CICS READ
               FILE('uprf0001')
               INTO (WS-UPRF-REC)
               RIDFLD (UPRF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE UPRF-DEPT TO TKEC-DEPT
           END-IF
           IF TICKET-PENDING-APPROVAL AND TKEC-DEPT NOT = SPACES
               MOVE TKEC-DEPT TO APAT-DEPT
               PERFORM 235-FIND-BAND
               IF WS-APAT-FOUND NOT = 'Y'
                   MOVE '*****' TO APAT-DEPT
                   PERFORM 235-FIND-BAND
               END-IF
               IF WS-APAT-FOUND = 'Y'
                   MOVE APAT-MAX-COST TO TKEC-BAND-MAX-COST
                   MOVE APAT-LEVEL TO TKEC-AUTH-LEVEL
                   MOVE APAT-APPROVER TO TKEC-AUTH-APPROVER
               END-IF
           END-IF
           MOVE WS-USERID TO TKEC-ENTERED-BY
           MOVE TICKET-OPEN-DATE TO TKEC-ENTERED-DATE
           EXEC CICS WRITE
               FILE ('tkec0001')
               FROM (WS-TKEC-REC)
               RIDFLD (TKEC-TICKET-NUM)
               KEYLENGTH (WS-TICKET-KEY-LEN)
           END-EXEC.
       234-EXIT.
           EXIT.

      *    First band at or above the estimate for the department in
      *    APAT-DEPT - one forward read from (department, cost) on the
      *    apat0001 key lands on it if the department has one.
       235-FIND-BAND.
           MOVE 'N' TO WS-APAT-FOUND
           MOVE WS-EST-COST TO APAT-MAX-COST
           MOVE APAT-KEY TO WS-APAT-RID
           EXEC CICS READ
               FILE('apat0001')
               INTO (WS-APAT-REC)
               RIDFLD (WS-APAT-RID)
               KEYLENGTH (WS-APAT-KEY-LEN)
               GTEQ
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND APAT-DEPT = WS-APAT-RID(1:5)
               MOVE 'Y' TO WS-APAT-FOUND
           END-IF.
       235-EXIT.
           EXIT.

      *    Dispatch audit record ahead of the LINK to SM0001, the same
      *    240-LOG-DISPATCH trail SM000 writes for every option
      *    dispatch.
               END-IF
           END-PERFORM
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM130034' TO MSGX-ID
               MOVE 'End of service catalog' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       200-EXIT.
           IF ASSTL > ZERO
               MOVE ASSTI TO ASSTO
           END-IF
           IF CLASL > ZERO
               MOVE CLASI TO CLASO
           END-IF
           IF PSDTL > ZERO
               MOVE PSDTI TO PSDTO
           END-IF
           IF PSTML > ZERO
               MOVE PSTMI TO PSTMO
           END-IF
           IF PEDTL > ZERO
               MOVE PEDTI TO PEDTO
           END-IF
           IF PETML > ZERO
               MOVE PETMI TO PETMO
           END-IF
           IF RISKL > ZERO
               MOVE RISKI TO RISKO
           END-IF
           IF IMPLL > ZERO
               MOVE IMPLI TO IMPLO
           END-IF
           IF BKOUL > ZERO
               MOVE BKOUI TO BKOUO
           END-IF
           IF CALRL > ZERO
               MOVE CALRI TO CALRO
           END-IF
           IF COSTL > ZERO
               MOVE COSTI TO COSTO
           END-IF
           MOVE LENGTH OF SM13MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM13M')
               MAPSET (WS-CURRENT-MAP)
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
