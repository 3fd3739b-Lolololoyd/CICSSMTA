      *             the phones needs NOW, not at end of shift. ENTER    *
      *             refreshes, PF3 returns to the menu. Reached under   *
      *             its own SM36 transid, the SM0028 precedent.         *
      *             Also shows when the monitoring feed was last        *
      *             heard from, off the feed0001 heartbeat - hh:mm      *
      *             today, with the date when it was an earlier day.    *
      *             PF5 turns to a second panel, map SM36TM: the last   *
      *             13 weeks of the bkls0001 backlog snapshots BKLSNP01 *
      *             lands nightly - live tickets, by status, past due   *
      *             and average age at each week end, with arrows for   *
      *             which way the backlog and past-due counts moved on  *
      *             the week before. Blank service code shows the whole *
      *             desk; key one and ENTER for that service. PF5 or    *
      *             PF3 turns back to the dashboard.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-EDIT6                      PIC ZZZ,ZZ9.
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-FEED-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-FEED-REC.
           COPY FEED0001.
      *    Trend panel - week 13 is the week ending today, week 1
      *    twelve weeks before; each week uses its latest snapshot in
      *    the seven days to the week end.
       01  WS-BKLS-KEY-LEN               PIC S9(4) COMP VALUE 17.
       01  WS-BKLS-REC.
           COPY BKLS0001.
       01  WS-TREND-SVC                  PIC X(08) VALUE SPACES.
       01  WS-TODAY-INT                  PIC 9(07) VALUE ZERO.
       01  WS-DAY-INT                    PIC 9(07) VALUE ZERO.
       01  WS-WEEK-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-PROBE-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-SNAP-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-WX                         PIC S9(4) COMP.
       01  WS-DX                         PIC S9(4) COMP.
       01  WS-WEEKS-FOUND                PIC S9(4) COMP VALUE ZERO.
       01  WS-PREV-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-PREV-BKL                   PIC 9(06) VALUE ZERO.
       01  WS-PREV-OVD                   PIC 9(06) VALUE ZERO.
       01  WS-EDIT-AGE                   PIC ZZZ9.9.
       01  WS-CA.
           05  WS-CA-PANEL               PIC X(01) VALUE SPACE.
           05  WS-CA-SVC                 PIC X(08) VALUE SPACES.
       01  WS-CURRENT-MAP  VALUE 'SM36S'  PIC X(7).
       COPY SM36S.
       01  WS-TREND-MAP    VALUE 'SM36T'  PIC X(7).
       COPY SM36T.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LS-PANEL                  PIC X(01).
               88  LS-TREND-PANEL        VALUE 'T'.
           05  LS-TREND-SVC              PIC X(08).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           IF EIBCALEN NOT = 0 AND LS-TREND-PANEL
               IF EIBAID NOT = DFHPF3 AND EIBAID NOT = DFHPF5
                   MOVE LS-TREND-SVC TO WS-TREND-SVC
                   PERFORM 300-RECEIVE-TREND
                   PERFORM 310-BUILD-TREND
                   PERFORM 330-SEND-TREND
               END-IF
           ELSE
               IF EIBCALEN NOT = 0 AND EIBAID = DFHPF3
                   EXEC CICS XCTL
                       PROGRAM ('SM000')
                   END-EXEC
               END-IF
               IF EIBCALEN NOT = 0 AND EIBAID = DFHPF5
                   PERFORM 310-BUILD-TREND
                   PERFORM 330-SEND-TREND
               END-IF
           END-IF
           PERFORM 200-SWEEP-TICKETS
           PERFORM 230-SEND-PAGE.
           ELSE
               MOVE SPACES TO OLDDO
           END-IF
           PERFORM 240-FEED-HEARD THRU 240-EXIT
           MOVE 'SM360001' TO MSGX-ID
           MOVE 'ENTER refreshes - PF5 trend - PF3 returns to the menu'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           MOVE LENGTH OF SM36MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM36M')
               MAPSET (WS-CURRENT-MAP)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           MOVE SPACE TO WS-CA-PANEL
           MOVE SPACES TO WS-CA-SVC
           EXEC CICS RETURN
               TRANSID ('SM36')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

       240-FEED-HEARD.
           MOVE SPACES TO FEEDO
           MOVE 'TKTINTF' TO FEED-ID
           EXEC CICS READ
               FILE('feed0001')
               INTO (WS-FEED-REC)
               RIDFLD (FEED-ID)
               KEYLENGTH (WS-FEED-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR FEED-LAST-DATE NOT NUMERIC
               OR FEED-LAST-DATE = ZERO
               MOVE 'NEVER' TO FEEDO
               GO TO 240-EXIT
           END-IF
           IF FEED-LAST-DATE = WS-TODAY
               STRING FEED-LAST-TIME(1:2) ':' FEED-LAST-TIME(3:2)
                   DELIMITED BY SIZE INTO FEEDO
               END-STRING
           ELSE
               STRING FEED-LAST-DATE ' '
                      FEED-LAST-TIME(1:2) ':' FEED-LAST-TIME(3:2)
                   DELIMITED BY SIZE INTO FEEDO
               END-STRING
           END-IF.
       240-EXIT.
           EXIT.

      *    The service code is only sent back when the user changed
      *    it, so the one already on show rides in the commarea.
       300-RECEIVE-TREND.
           MOVE LOW-VALUES TO SM36TMI
           EXEC CICS RECEIVE MAP('SM36TM')
               MAPSET ('SM36T')
               INTO (SM36TMI)
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) AND TSVCL > 0
               MOVE TSVCI TO WS-TREND-SVC
               INSPECT WS-TREND-SVC REPLACING ALL LOW-VALUES BY SPACES
               INSPECT WS-TREND-SVC REPLACING ALL '_' BY SPACES
           END-IF.
       300-EXIT.
           EXIT.

      *    Every snapshot date carries a '*DESK*' record, so probing
      *    for it day by day back from the week end finds the week's
      *    snapshot. A service with no record on that date had no live
      *    tickets then - a zero week, not a missing one.
       310-BUILD-TREND.
           MOVE LOW-VALUES TO SM36TMO
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY)
           END-EXEC
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE ZERO TO WS-WEEKS-FOUND
           MOVE 'N' TO WS-PREV-FOUND
           PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 13
               COMPUTE WS-DAY-INT = WS-TODAY-INT - ((13 - WS-WX) * 7)
               COMPUTE WS-WEEK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE ZERO TO WS-SNAP-DATE
               PERFORM VARYING WS-DX FROM 0 BY 1
                       UNTIL WS-DX > 6 OR WS-SNAP-DATE NOT = ZERO
                   COMPUTE WS-PROBE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT - WS-DX)
                   MOVE WS-PROBE-DATE TO BKLS-DATE
                   MOVE '*DESK*' TO BKLS-SVC-CODE
                   MOVE '*' TO BKLS-PRIORITY
                   EXEC CICS READ
                       FILE('bkls0001')
                       INTO (WS-BKLS-REC)
                       RIDFLD (BKLS-KEY)
                       KEYLENGTH (WS-BKLS-KEY-LEN)
                       EQUAL
                   END-EXEC
                   IF EIBRESP = DFHRESP(NORMAL)
                       MOVE WS-PROBE-DATE TO WS-SNAP-DATE
                   END-IF
               END-PERFORM
               PERFORM 320-FILL-WEEK THRU 320-EXIT
           END-PERFORM.
       310-EXIT.
           EXIT.

       320-FILL-WEEK.
           IF WS-SNAP-DATE = ZERO
               MOVE WS-WEEK-DATE TO TWKDO(WS-WX)
               MOVE '     --' TO TBKLO(WS-WX)
               MOVE 'N' TO WS-PREV-FOUND
               GO TO 320-EXIT
           END-IF
           ADD 1 TO WS-WEEKS-FOUND
           MOVE WS-SNAP-DATE TO TWKDO(WS-WX)
           IF WS-TREND-SVC NOT = SPACES
               MOVE WS-SNAP-DATE TO BKLS-DATE
               MOVE WS-TREND-SVC TO BKLS-SVC-CODE
               MOVE '*' TO BKLS-PRIORITY
               EXEC CICS READ
                   FILE('bkls0001')
                   INTO (WS-BKLS-REC)
                   RIDFLD (BKLS-KEY)
                   KEYLENGTH (WS-BKLS-KEY-LEN)
                   EQUAL
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   INITIALIZE WS-BKLS-REC
               END-IF
           END-IF
           MOVE BKLS-BACKLOG TO WS-EDIT6
           MOVE WS-EDIT6 TO TBKLO(WS-WX)
           MOVE BKLS-OPEN TO WS-EDIT6
           MOVE WS-EDIT6 TO TOPNO(WS-WX)
           MOVE BKLS-PEND TO WS-EDIT6
           MOVE WS-EDIT6 TO TPNDO(WS-WX)
           MOVE BKLS-APPR TO WS-EDIT6
           MOVE WS-EDIT6 TO TAPRO(WS-WX)
           MOVE BKLS-WAIT TO WS-EDIT6
           MOVE WS-EDIT6 TO TWAIO(WS-WX)
           MOVE BKLS-OVERDUE TO WS-EDIT6
           MOVE WS-EDIT6 TO TOVDO(WS-WX)
           MOVE BKLS-AVG-AGE TO WS-EDIT-AGE
           MOVE WS-EDIT-AGE TO TAGEO(WS-WX)
           IF WS-PREV-FOUND = 'Y'
               EVALUATE TRUE
               WHEN BKLS-BACKLOG > WS-PREV-BKL
                   MOVE '^' TO TARWO(WS-WX)
               WHEN BKLS-BACKLOG < WS-PREV-BKL
                   MOVE 'v' TO TARWO(WS-WX)
               WHEN OTHER
                   MOVE '=' TO TARWO(WS-WX)
               END-EVALUATE
               EVALUATE TRUE
               WHEN BKLS-OVERDUE > WS-PREV-OVD
                   MOVE '^' TO TOARO(WS-WX)
               WHEN BKLS-OVERDUE < WS-PREV-OVD
                   MOVE 'v' TO TOARO(WS-WX)
               WHEN OTHER
                   MOVE '=' TO TOARO(WS-WX)
               END-EVALUATE
           END-IF
           MOVE 'Y' TO WS-PREV-FOUND
           MOVE BKLS-BACKLOG TO WS-PREV-BKL
           MOVE BKLS-OVERDUE TO WS-PREV-OVD.
       320-EXIT.
           EXIT.

       330-SEND-TREND.
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (T36DATEO)
           END-EXEC
           MOVE WS-TREND-SVC TO TSVCO
           IF WS-TREND-SVC = SPACES
               MOVE 'WHOLE DESK' TO TTTLO
           ELSE
               STRING 'SERVICE ' WS-TREND-SVC
                   DELIMITED BY SIZE INTO TTTLO
               END-STRING
           END-IF
           IF WS-WEEKS-FOUND = ZERO
               MOVE 'SM360002' TO MSGX-ID
               MOVE 'No backlog snapshots on file for the last 13 weeks'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO TERRO
           ELSE
               MOVE 'SM360003' TO MSGX-ID
               MOVE
                   'Key service, ENTER (blank = desk) - PF5/PF3 dashboar
      -            'd'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO TERRO
           END-IF
           MOVE LENGTH OF SM36TMO TO WS-LENGTH
           EXEC CICS SEND MAP('SM36TM')
               MAPSET (WS-TREND-MAP)
               FROM (SM36TMO)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           MOVE 'T' TO WS-CA-PANEL
           MOVE WS-TREND-SVC TO WS-CA-SVC
           EXEC CICS RETURN
               TRANSID ('SM36')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       330-EXIT.
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
