      *             comment is stamped on every decided line with the   *
      *             reviewer and date. Key a campaign id (YYYYMM) and   *
      *             press ENTER to switch campaigns. Already-decided    *
      *             entries drop off the pending list. Each line also   *
      *             shows the ucat0001 service-category grants cut      *
      *             with the entry (crtc0001), certified or revoked     *
      *             with the rest of the user's access. PF7/PF8 page,   *
      *             PF3 returns to the SM000 menu.                      *
      *             A manager without ADMIN may work the mover          *
      *             campaigns (99YYMM) UAFLOAD1 cuts when a user        *
      *             changes department or manager: only the entries     *
      *             whose open movr0001 review names them as the new    *
      *             manager are listed and can be decided, and the      *
      *             screen opens on the current month's mover campaign. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-USERID                     PIC X(08).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY-DATE                 PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY-DATE.
           05  FILLER                    PIC 9(02).
           05  WS-TODAY-YYMM             PIC 9(04).
           05  FILLER                    PIC 9(02).
       01  WS-IS-ADMIN                   PIC X(01) VALUE 'N'.
       01  WS-MOVER-OK                   PIC X(01) VALUE 'N'.
       01  WS-MOVR-REC.
           COPY MOVR0001.
       01  WS-UAF-REC.
           05  WS-UAF-USERID.
               10  WS-UAF-USERID7        PIC X(7).
           05  WS-UAF-PIN                PIC X(04).
       01  WS-CERT-REC.
           COPY CERT0001.
       01  WS-CRTC-KEY-LEN               PIC S9(4) COMP VALUE 14.
       01  WS-CAT-MORE                   PIC ZZ9.
       01  WS-CRTC-REC.
           COPY CRTC0001.
       01  WS-CA.
           COPY CRTCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM22S'  PIC X(7).
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(110).

           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 120-CHECK-REVIEWER
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               PERFORM 140-DEFAULT-CAMPAIGN
       100-EXIT.
           EXIT.

      *    ADMIN or not decides which worklist entries the signed-on
      *    user sees - the same uaf00001 lookup 305 re-verifies with.
       120-CHECK-REVIEWER.
           MOVE 'N' TO WS-IS-ADMIN
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND WS-UAF-ADMIN = 'Y'
               MOVE 'Y' TO WS-IS-ADMIN
           END-IF.
       120-EXIT.
           EXIT.

      *    A fresh entry defaults to the current month's campaign -
      *    the id RECERT01 defaults to when it cuts the list - or,
      *    for a manager without ADMIN, this month's mover campaign.
       140-DEFAULT-CAMPAIGN.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-DATE)
           END-EXEC
           IF WS-IS-ADMIN = 'Y'
               COMPUTE CA-CAMPAIGN = WS-TODAY-DATE / 100
           ELSE
               COMPUTE CA-CAMPAIGN = 990000 + WS-TODAY-YYMM
           END-IF.
       140-EXIT.
           EXIT.

                   MAPSET ('SM22S')
                   INTO (SM22MI)
               END-EXEC
               IF CAMPL > ZERO AND CAMPI NUMERIC
                   AND WS-IS-ADMIN = 'N' AND CAMPI(1:2) NOT = '99'
                   MOVE 'SM220001' TO MSGX-ID
                   MOVE 'Only mover campaigns (99YYMM) without ADMIN'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               IF CAMPL > ZERO AND CAMPI NUMERIC
                   MOVE CAMPI TO CA-CAMPAIGN
                   MOVE LOW-VALUES TO CA-TOP-USERID
               END-IF
               PERFORM 300-WORK-DECISIONS
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
               END-IF
           END-PERFORM
           IF WS-NEED-COMMENT = 'Y'
               MOVE 'SM220002' TO MSGX-ID
               MOVE 'Revoke requires a comment - enter one first'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EXEC CICS ASKTIME
                   MOVE FUNCTION UPPER-CASE(LDECI(WS-COUNT)) TO
                       WS-ACTION
                   IF WS-ACTION = 'C' OR WS-ACTION = 'R'
                       PERFORM 310-RECORD-DECISION THRU 310-EXIT
                   END-IF
               END-IF
           END-PERFORM
           MOVE LOW-VALUES TO CA-TOP-USERID
           PERFORM 201-BUILD-PAGE
           MOVE 'SM220005' TO MSGX-ID
           MOVE '&1 certified, &2 revoked' TO MSGX-DEFAULT
           MOVE WS-CERT-COUNT TO MSGX-SUB(1)
           MOVE WS-REV-COUNT TO MSGX-SUB(2)
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.
      *    The transid can be keyed directly, so ADMIN is re-verified
      *    before any decision is recorded - the same ASSIGN USERID/
      *    READ uaf00001 lookup SM0011's 310-CHECK-INQUIRY-ONLY does.
      *    Without ADMIN only a mover campaign gets past here, and
      *    310 then takes only the new manager's own movers.
       305-CHECK-ADMIN.
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR (WS-UAF-ADMIN NOT = 'Y' AND CA-CAMPAIGN < 990000)
               MOVE 'SM220003' TO MSGX-ID
               MOVE 'ADMIN authority required to record decisions'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       305-EXIT.
       310-RECORD-DECISION.
           MOVE CA-CAMPAIGN TO CERT-CAMPAIGN
           MOVE CA-ROW-USERID(WS-COUNT) TO CERT-USERID
           IF WS-UAF-ADMIN NOT = 'Y'
               PERFORM 215-CHECK-MOVER
               IF WS-MOVER-OK NOT = 'Y'
                   GO TO 310-EXIT
               END-IF
           END-IF
           EXEC CICS
                READ FILE('cert0001')
                INTO (WS-CERT-REC)
                   OR CERT-CAMPAIGN NOT = CA-CAMPAIGN
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE 'Y' TO WS-MOVER-OK
                   IF CERT-PENDING AND WS-IS-ADMIN = 'N'
                       PERFORM 215-CHECK-MOVER
                   END-IF
                   IF CERT-PENDING AND WS-MOVER-OK = 'Y'
                       ADD 1 TO WS-FILLED
                       PERFORM 206-BUILD-ROW
                       MOVE CERT-USERID TO CA-LAST-USERID
                   MOVE SPACES TO LUPDO(WS-COUNT)
                   MOVE SPACES TO LEFFO(WS-COUNT)
                   MOVE SPACES TO LTRMO(WS-COUNT)
                   MOVE SPACES TO LCATO(WS-COUNT)
                   MOVE SPACES TO CA-ROW-USERID(WS-COUNT)
               END-IF
           END-PERFORM
           MOVE SPACES TO RCMTO
           IF WS-EOF = 'Y' AND ERRMSGO = SPACES
               MOVE 'SM220004' TO MSGX-ID
               MOVE 'End of pending worklist for this campaign'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF.
       201-EXIT.
           EXIT.

      *    A mover entry belongs to the manager the open movr0001
      *    review names - never to the mover themselves.
       215-CHECK-MOVER.
           MOVE 'N' TO WS-MOVER-OK
           MOVE CERT-CAMPAIGN TO MOVR-CAMPAIGN
           MOVE CERT-USERID TO MOVR-USERID
           EXEC CICS
                READ FILE('movr0001')
                INTO (WS-MOVR-REC)
                RIDFLD (MOVR-KEY)
                KEYLENGTH (WS-CERT-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND MOVR-OPEN
               AND MOVR-NEW-MGR-USERID7 = WS-USERID(1:7)
               AND MOVR-USERID NOT = WS-USERID
               MOVE 'Y' TO WS-MOVER-OK
           END-IF.
       215-EXIT.
           EXIT.

       206-BUILD-ROW.
           MOVE SPACES TO LDECO(WS-FILLED)
           MOVE CERT-USERID TO LUSRO(WS-FILLED)
           MOVE CERT-FLAGS TO LFLGO(WS-FILLED)
           MOVE CERT-UPDATEDBY TO LUPDO(WS-FILLED)
           MOVE CERT-EFFECTIVE-DATE TO LEFFO(WS-FILLED)
           MOVE CERT-TERM-DATE TO LTRMO(WS-FILLED)
           PERFORM 207-SHOW-GRANTS.
       206-EXIT.
           EXIT.

      *    The service-category grants cut with the entry - the first
      *    two and how many more; no crtc0001 record means none.
       207-SHOW-GRANTS.
           MOVE SPACES TO LCATO(WS-FILLED)
           MOVE CERT-CAMPAIGN TO CRTC-CAMPAIGN
           MOVE CERT-USERID TO CRTC-USERID
           EXEC CICS
                READ FILE('crtc0001')
                INTO (WS-CRTC-REC)
                RIDFLD (CRTC-KEY)
                KEYLENGTH (WS-CRTC-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND CRTC-COUNT NUMERIC AND CRTC-COUNT > ZERO
               EVALUATE TRUE
               WHEN CRTC-COUNT = 1
                   MOVE CRTC-CATEGORY(1) TO LCATO(WS-FILLED)
               WHEN CRTC-COUNT = 2
                   STRING CRTC-CATEGORY(1) ' ' CRTC-CATEGORY(2)
                       DELIMITED BY SIZE INTO LCATO(WS-FILLED)
                   END-STRING
               WHEN OTHER
                   COMPUTE WS-CAT-MORE = CRTC-COUNT - 2
                   STRING CRTC-CATEGORY(1) ' ' CRTC-CATEGORY(2)
                          ' +' WS-CAT-MORE
                       DELIMITED BY SIZE INTO LCATO(WS-FILLED)
                   END-STRING
               END-EVALUATE
           END-IF.
       207-EXIT.
           EXIT.

       230-SEND-PAGE.
           MOVE CA-CAMPAIGN TO CAMPO
           MOVE LENGTH OF SM22MO TO WS-LENGTH
           END-EXEC.
       230-EXIT.
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
