      *             attached-ticket count afterwards. Reached under     *
      *             its own SM41 transid, the SM0028 precedent. PF3     *
      *             returns to the menu.                                *
      *             A declaration may name the aset0001 asset that      *
      *             failed: the incident then lists the first eight     *
      *             assets that depend on it through the cidp0001 links *
      *             (SM0057 shows the whole chain) with their owning    *
      *             contacts, and while it is open flags the open       *
      *             tickets already raised against any dependent and    *
      *             not yet tagged to it - the candidates to attach.    *
      *             PF5 carries the keyed incident id across to SM0067, *
      *             where the postmortem's follow-up actions are raised *
      *             and worked to done or waived.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY MJCL0001.
       01  WS-BCST-REC.
           COPY BCSTMSG1.
      *    The failed asset's dependents and the open tickets against
      *    them - eight lines on the screen, every dependent counted.
       01  WS-ASET-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-NAMEFILE-KEY-LEN           PIC S9(4) COMP VALUE 6.
       01  WS-TICKET-KEY-LEN             PIC S9(4) COMP VALUE 6.
       01  WS-ASSET-ID                   PIC X(08) VALUE SPACES.
       01  WS-OWNER-KEY                  PIC X(06) VALUE SPACES.
       01  WS-TKT-RID                    PIC X(06) VALUE SPACES.
       01  WS-TKT-DONE                   PIC X(01) VALUE 'N'.
       01  WS-DEP-ROWS                   PIC S9(4) COMP VALUE 8.
       01  WS-DEP-IX                     PIC S9(4) COMP VALUE ZERO.
       01  WS-HIT-IX                     PIC S9(4) COMP VALUE ZERO.
       01  WS-TKT-POS                    PIC S9(4) COMP VALUE ZERO.
       01  WS-CAND-TOTAL                 PIC 9(04) VALUE ZERO.
       01  WS-ROW-CAND                   PIC 9(03) OCCURS 8 TIMES.
       01  WS-MORE-EDIT                  PIC ZZ9.
       01  WS-DEP-EDIT                   PIC ZZ9.
       01  WS-CAND-EDIT                  PIC ZZZ9.
       01  WS-ASET-REC.
           COPY ASET0001.
       01  WS-NAMEFILE-REC.
           COPY NAMEFILE.
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-CIDX-WORK.
           COPY CIDPWRK1.
       01  WS-CA                         PIC X(01) VALUE SPACE.
       01  WS-MJA-CA.
           COPY MJACOMM.
       01  WS-CURRENT-MAP  VALUE 'SM41S'  PIC X(7).
       COPY SM41S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).

           END-EXEC
           PERFORM 110-CHECK-ADMIN
           IF EIBCALEN = 0
               MOVE 'SM410001' TO MSGX-ID
               MOVE 'Key incident id and D/L/C, then ENTER'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           EVALUATE EIBAID
                   INTO (SM41MI)
               END-EXEC
               PERFORM 200-WORK-ACTION
           WHEN DFHPF5
               EXEC CICS RECEIVE MAP('SM41M')
                   MAPSET ('SM41S')
                   INTO (SM41MI)
               END-EXEC
               PERFORM 250-ACTION-ITEMS
           WHEN OTHER
               MOVE 'SM410002' TO MSGX-ID
               MOVE 'Invalid PFKey - ENTER acts, PF5 actions, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       100-EXIT.
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR WS-UAF-ADMIN NOT = 'Y'
               MOVE 'SM410003' TO MSGX-ID
               MOVE 'Major-incident screen requires ADMIN access'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       110-EXIT.

       200-WORK-ACTION.
           IF MIIDL = ZERO OR MIIDI = SPACES OR MIIDI = LOW-VALUES
               MOVE 'SM410004' TO MSGX-ID
               MOVE 'Incident id required' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE FUNCTION UPPER-CASE(MIIDI) TO WS-INCIDENT-ID
       200-EXIT.
           EXIT.

      *    The action items hang off a declared incident; SM0067
      *    lists them straight away when CA-ENTRY says it was sent
      *    here from the bridge.
       250-ACTION-ITEMS.
           IF MIIDL = ZERO OR MIIDI = SPACES OR MIIDI = LOW-VALUES
               MOVE 'SM410005' TO MSGX-ID
               MOVE 'Key the incident id, then PF5 for its actions'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE FUNCTION UPPER-CASE(MIIDI) TO WS-INCIDENT-ID
           MOVE WS-INCIDENT-ID TO MJIN-ID
           EXEC CICS READ
               FILE('mjin0001')
               INTO (WS-MJIN-REC)
               RIDFLD (MJIN-ID)
               KEYLENGTH (WS-MJIN-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM410006' TO MSGX-ID
               MOVE 'Incident not on file - D declares it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE SPACES TO WS-MJA-CA
           MOVE WS-INCIDENT-ID TO CA-INCIDENT-ID
           SET CA-FROM-BRIDGE TO TRUE
           EXEC CICS XCTL
               PROGRAM ('SM0067')
               COMMAREA (WS-MJA-CA)
               LENGTH (LENGTH OF WS-MJA-CA)
           END-EXEC.
       250-EXIT.
           EXIT.

       280-STAMP-NOW.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
      *    desk stops improvising the announcement.
       300-DECLARE.
           IF MSVCL = ZERO AND MDSCL = ZERO
               MOVE 'SM410007' TO MSGX-ID
               MOVE 'Declare needs a service code and description'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF MDSCL = ZERO OR MDSCI = SPACES
               MOVE 'SM410008' TO MSGX-ID
               MOVE 'Describe the incident first' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE SPACES TO WS-ASSET-ID
           IF MASTL > ZERO AND MASTI NOT = SPACES
               MOVE FUNCTION UPPER-CASE(MASTI) TO WS-ASSET-ID
               MOVE WS-ASSET-ID TO ASET-ID
               EXEC CICS READ
                   FILE ('aset0001')
                   INTO (WS-ASET-REC)
                   RIDFLD (ASET-ID)
                   KEYLENGTH (WS-ASET-KEY-LEN)
                   EQUAL
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'SM410009' TO MSGX-ID
                   MOVE 'Failed asset is not on file - see SM0032'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
           END-IF
           MOVE SPACES TO WS-MJIN-REC
           MOVE WS-INCIDENT-ID TO MJIN-ID
           SET MJIN-OPEN TO TRUE
           MOVE WS-NOW-TIME TO MJIN-DECLARED-TIME
           MOVE ZERO TO MJIN-CLOSED-DATE MJIN-CLOSED-TIME
           MOVE SPACES TO MJIN-BCST-ID
           MOVE WS-ASSET-ID TO MJIN-ASSET-ID
           STRING 'MI' WS-INCIDENT-ID
               DELIMITED BY SIZE INTO MJIN-BCST-ID
           END-STRING
               KEYLENGTH (WS-MJIN-KEY-LEN)
           END-EXEC
           IF EIBRESP = DFHRESP(DUPREC)
               MOVE 'SM410010' TO MSGX-ID
               MOVE 'Incident id already declared' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE SPACES TO WS-BCST-REC
           END-EXEC
           MOVE 'Incident declared' TO WS-LOG-TEXT
           PERFORM 410-APPEND-LOG-TEXT
           MOVE 'SM410011' TO MSGX-ID
           MOVE 'Incident declared - broadcast posted' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 600-SHOW-INCIDENT.
       300-EXIT.
           EXIT.

       400-LOG-ENTRY.
           IF MLOGL = ZERO OR MLOGI = SPACES
               MOVE 'SM410012' TO MSGX-ID
               MOVE 'Type the command-log entry first' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 610-READ-INCIDENT
           MOVE MLOGI TO WS-LOG-TEXT
           PERFORM 410-APPEND-LOG-TEXT
           MOVE 'SM410013' TO MSGX-ID
           MOVE 'Command-log entry added' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 600-SHOW-INCIDENT.
       400-EXIT.
           EXIT.
                UPDATE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM410014' TO MSGX-ID
               MOVE 'Incident not on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF MJIN-CLOSED
               MOVE 'SM410015' TO MSGX-ID
               MOVE 'Incident already closed' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               EXEC CICS UNLOCK
                   FILE ('mjin0001')
               END-EXEC
           END-IF
           MOVE 'Incident closed' TO WS-LOG-TEXT
           PERFORM 410-APPEND-LOG-TEXT
           MOVE 'SM410016' TO MSGX-ID
           MOVE 'Incident closed - run MJIRPT01 for the timeline'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 600-SHOW-INCIDENT.
       500-EXIT.
           EXIT.
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM410006' TO MSGX-ID
               MOVE 'Incident not on file - D declares it'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF MJIN-OPEN
               DELIMITED BY SIZE INTO MDCLO
           END-STRING
           MOVE MJIN-SVC-CODE TO MSVCO
           MOVE MJIN-DESC TO MDSCO
           MOVE MJIN-ASSET-ID TO MASTO
           PERFORM 700-SHOW-IMPACT THRU 700-EXIT.
       610-EXIT.
           EXIT.

      *    Everything behind the failed asset, walked down the
      *    cidp0001 links; the first eight lines carry the owner and,
      *    while the incident is open, the candidate tickets.
       700-SHOW-IMPACT.
           MOVE SPACES TO DSUMO
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > WS-DEP-ROWS
               MOVE SPACES TO DASTO(WS-DEP-IX) DDSCO(WS-DEP-IX)
                              DOWNO(WS-DEP-IX) DTKTO(WS-DEP-IX)
               MOVE ZERO TO WS-ROW-CAND(WS-DEP-IX)
           END-PERFORM
           MOVE ZERO TO WS-CAND-TOTAL
           IF MJIN-ASSET-ID = SPACES OR MJIN-ASSET-ID = LOW-VALUES
               GO TO 700-EXIT
           END-IF
           MOVE MJIN-ASSET-ID TO CIDX-ROOT
           PERFORM 710-WALK-DEPENDENTS
           IF CIDX-COUNT = ZERO
               MOVE 'No assets depend on the failed asset' TO DSUMO
               GO TO 700-EXIT
           END-IF
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > WS-DEP-ROWS
                      OR WS-DEP-IX > CIDX-COUNT
               PERFORM 705-BUILD-ROW THRU 705-EXIT
           END-PERFORM
           IF MJIN-OPEN
               PERFORM 720-FIND-CANDIDATES THRU 720-EXIT
           END-IF
           MOVE CIDX-COUNT TO WS-DEP-EDIT
           MOVE WS-CAND-TOTAL TO WS-CAND-EDIT
           IF CIDX-TRUNCATED
               STRING 'Over ' DELIMITED BY SIZE
                      WS-DEP-EDIT DELIMITED BY SIZE
                      ' dependents,' DELIMITED BY SIZE
                      WS-CAND-EDIT DELIMITED BY SIZE
                      ' open tickets to tag - see SM0057'
                          DELIMITED BY SIZE
                   INTO DSUMO
               END-STRING
           ELSE
               STRING WS-DEP-EDIT DELIMITED BY SIZE
                      ' dependents,' DELIMITED BY SIZE
                      WS-CAND-EDIT DELIMITED BY SIZE
                      ' open tickets to tag - SM0057 for all'
                          DELIMITED BY SIZE
                   INTO DSUMO
               END-STRING
           END-IF.
       700-EXIT.
           EXIT.

      *    Owner is the NAMEFILE contact name, the entry's own name
      *    when no contact is kept, the bare region+code otherwise.
       705-BUILD-ROW.
           MOVE CIDX-ASSET-ID(WS-DEP-IX) TO DASTO(WS-DEP-IX)
           MOVE CIDX-ASSET-ID(WS-DEP-IX) TO ASET-ID
           EXEC CICS READ
               FILE ('aset0001')
               INTO (WS-ASET-REC)
               RIDFLD (ASET-ID)
               KEYLENGTH (WS-ASET-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE '*NOT ON MASTER*' TO DDSCO(WS-DEP-IX)
               GO TO 705-EXIT
           END-IF
           MOVE ASET-DESC TO DDSCO(WS-DEP-IX)
           MOVE ASET-OWNER-REGION TO WS-OWNER-KEY(1:2)
           MOVE ASET-OWNER-CODE TO WS-OWNER-KEY(3:4)
           MOVE WS-OWNER-KEY TO DOWNO(WS-DEP-IX)
           IF WS-OWNER-KEY = SPACES
               GO TO 705-EXIT
           END-IF
           EXEC CICS READ
               FILE ('NAMEFILE')
               INTO (WS-NAMEFILE-REC)
               RIDFLD (WS-OWNER-KEY)
               KEYLENGTH (WS-NAMEFILE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               IF CONTACT-NAME NOT = SPACES
                   MOVE CONTACT-NAME TO DOWNO(WS-DEP-IX)
               ELSE
                   MOVE NAME TO DOWNO(WS-DEP-IX)
               END-IF
           END-IF.
       705-EXIT.
           EXIT.

      *    Breadth first down the cidp0001 links from CIDX-ROOT, the
      *    same walk as SM0032's 2019-WALK-DEPENDENTS. See CIDPWRK1.
       710-WALK-DEPENDENTS.
           MOVE ZERO TO CIDX-COUNT
           MOVE ZERO TO CIDX-Q
           MOVE 'N' TO CIDX-TRUNC
           PERFORM UNTIL CIDX-Q > CIDX-COUNT
               IF CIDX-Q = ZERO
                   MOVE CIDX-ROOT TO CIDX-CURRENT
                   MOVE ZERO TO CIDX-CUR-DEPTH
               ELSE
                   MOVE CIDX-ASSET-ID(CIDX-Q) TO CIDX-CURRENT
                   MOVE CIDX-DEPTH(CIDX-Q) TO CIDX-CUR-DEPTH
               END-IF
               MOVE CIDX-CURRENT TO CIDX-BR-PARENT
               MOVE LOW-VALUES TO CIDX-BR-CHILD
               MOVE 'N' TO CIDX-DONE
               MOVE 'Y' TO CIDX-BROWSING
               EXEC CICS STARTBR FILE('cidp0001')
                    RIDFLD (CIDX-BRKEY)
                    KEYLENGTH (CIDX-KEY-LEN)
                    GTEQ
                    NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO CIDX-DONE
                   MOVE 'N' TO CIDX-BROWSING
               END-IF
               PERFORM UNTIL CIDX-DONE = 'Y'
                   EXEC CICS READNEXT FILE('cidp0001')
                        INTO (CIDX-LINK)
                        RIDFLD (CIDX-BRKEY)
                        KEYLENGTH (CIDX-KEY-LEN)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       OR CIDX-BR-PARENT NOT = CIDX-CURRENT
                       MOVE 'Y' TO CIDX-DONE
                   ELSE
                       MOVE 'N' TO CIDX-SEEN
                       IF CIDX-BR-CHILD = CIDX-ROOT
                           MOVE 'Y' TO CIDX-SEEN
                       END-IF
                       PERFORM VARYING CIDX-IX FROM 1 BY 1
                               UNTIL CIDX-IX > CIDX-COUNT
                                  OR CIDX-SEEN = 'Y'
                           IF CIDX-ASSET-ID(CIDX-IX) = CIDX-BR-CHILD
                               MOVE 'Y' TO CIDX-SEEN
                           END-IF
                       END-PERFORM
                       IF CIDX-SEEN = 'N'
                           IF CIDX-COUNT < CIDX-MAX
                               ADD 1 TO CIDX-COUNT
                               MOVE CIDX-BR-CHILD
                                   TO CIDX-ASSET-ID(CIDX-COUNT)
                               COMPUTE CIDX-DEPTH(CIDX-COUNT) =
                                   CIDX-CUR-DEPTH + 1
                               MOVE CIDX-CURRENT TO CIDX-VIA(CIDX-COUNT)
                           ELSE
                               MOVE 'Y' TO CIDX-TRUNC
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF CIDX-BROWSING = 'Y'
                   EXEC CICS ENDBR
                       FILE ('cidp0001')
                       NOHANDLE
                   END-EXEC
               END-IF
               ADD 1 TO CIDX-Q
           END-PERFORM.
       710-EXIT.
           EXIT.

      *    One pass over tktm0001, as SM0009's list does: a ticket
      *    still open against any dependent and not already carrying
      *    this incident's id is a candidate. Every candidate counts
      *    in the summary; a shown line lists its first two ticket
      *    numbers and how many more.
       720-FIND-CANDIDATES.
           MOVE 'N' TO WS-TKT-DONE
           MOVE LOW-VALUES TO WS-TKT-RID
           EXEC CICS STARTBR FILE('tktm0001')
                RIDFLD (WS-TKT-RID)
                KEYLENGTH (WS-TICKET-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 720-EXIT
           END-IF
           PERFORM UNTIL WS-TKT-DONE = 'Y'
               EXEC CICS READNEXT FILE('tktm0001')
                    INTO (WS-TICKET-REC)
                    RIDFLD (WS-TKT-RID)
                    KEYLENGTH (WS-TICKET-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-TKT-DONE
               ELSE
                   IF NOT TICKET-CLOSED AND NOT TICKET-REJECTED
                       AND TICKET-ASSET-ID NOT = SPACES
                       AND TICKET-ASSET-ID NOT = LOW-VALUES
                       AND TICKET-INCIDENT-NUM NOT = MJIN-ID
                       PERFORM 725-MATCH-DEPENDENT THRU 725-EXIT
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('tktm0001')
           END-EXEC
           PERFORM VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > WS-DEP-ROWS
               IF WS-ROW-CAND(WS-DEP-IX) > 2
                   COMPUTE WS-MORE-EDIT = WS-ROW-CAND(WS-DEP-IX) - 2
                   STRING '+' DELIMITED BY SIZE
                          WS-MORE-EDIT DELIMITED BY SIZE
                       INTO DTKTO(WS-DEP-IX)(15:6)
                   END-STRING
               END-IF
           END-PERFORM.
       720-EXIT.
           EXIT.

       725-MATCH-DEPENDENT.
           MOVE ZERO TO WS-HIT-IX
           PERFORM VARYING CIDX-IX FROM 1 BY 1
                   UNTIL CIDX-IX > CIDX-COUNT
                      OR WS-HIT-IX NOT = ZERO
               IF CIDX-ASSET-ID(CIDX-IX) = TICKET-ASSET-ID
                   MOVE CIDX-IX TO WS-HIT-IX
               END-IF
           END-PERFORM
           IF WS-HIT-IX = ZERO
               GO TO 725-EXIT
           END-IF
           ADD 1 TO WS-CAND-TOTAL
           IF WS-HIT-IX > WS-DEP-ROWS
               GO TO 725-EXIT
           END-IF
           ADD 1 TO WS-ROW-CAND(WS-HIT-IX)
           IF WS-ROW-CAND(WS-HIT-IX) <= 2
               COMPUTE WS-TKT-POS = (WS-ROW-CAND(WS-HIT-IX) - 1) * 7 + 1
               MOVE TICKET-NUM TO DTKTO(WS-HIT-IX)(WS-TKT-POS:6)
           END-IF.
       725-EXIT.
           EXIT.

       230-SEND-PAGE.
           MOVE WS-INCIDENT-ID TO MIIDO
           MOVE SPACES TO MACTO MLOGO
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
