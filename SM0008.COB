      ******************************************************************
      *DESCRIPTION: svcc0001 maintenance - ADD/CHANGE/DELETE/FIND,      *
      *             modeled on SM0007's UAF00001 maintenance screen.    *
      *             The resolver team, when keyed, must be an active    *
      *             team0001 team. Business-hour response/resolution    *
      *             targets per priority (1-3) sit beside the day       *
      *             targets; zero leaves a priority on the days.        *
      *             A save that changes those terms, the approvals      *
      *             count, the routing contact or the team is also      *
      *             written to svcv0001 as an applied version effective *
      *             the moment it was saved, so tickets can be judged   *
      *             by the terms they were opened under; changes for a  *
      *             future date are staged on SM0064.                   *
      *             The availability target (a percentage, 99.50) is    *
      *             what AVLRPT01 measures the service's uptime         *
      *             against; blank or zero means none. It is not a      *
      *             versioned term.                                     *
      *             The paging ladder - up to three NAMEFILE contacts   *
      *             TKTPAG01 pages in turn after the on-call roster     *
      *             entry when a priority-1 page goes unacknowledged -  *
      *             is keyed as region and code pairs, both or neither. *
      *             Not a versioned term either.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM08S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-TEAM-KEY-LEN               PIC S9(4) COMP VALUE 6.
       01  WS-TEAM-OK                    PIC X(01) VALUE 'Y'.
       01  WS-HOURS-BAD                  PIC 9(01) VALUE ZERO.
       01  WS-HR-SUB                     PIC S9(4) COMP VALUE ZERO.
       01  WS-AVAIL-BAD                  PIC X(01) VALUE 'N'.
       01  WS-LADDER-BAD                 PIC 9(01) VALUE ZERO.
       01  WS-PCT-EDIT                   PIC ZZ9.99.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-NOW                        PIC 9(06) VALUE ZERO.
       01  WS-SVCV-KEY-LEN               PIC S9(4) COMP VALUE 22.
       01  WS-VER-REASON                 PIC X(40) VALUE SPACES.
       01  WS-SVCV-HOLD                  PIC X(250) VALUE SPACES.
       01  WS-TEAM-REC.
           COPY TEAM0001.
       01  WS-SVC-CAT-REC.
           COPY SVCCAT01.
      *    The entry as read for a CHANGE, before the screen is applied
      *    - kept as the starting version when the terms change.
       01  WS-OLD-CAT-REC.
           COPY SVCCAT01 REPLACING LEADING ==SVC-== BY ==OLD-==.
       01  WS-SVCV-REC.
           COPY SVCV0001.
       COPY SM08S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY SVCCOMM.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO CODA
           MOVE SPACES TO CODO
           MOVE 'SM080001' TO MSGX-ID
           MOVE 'Enter service code and press ENTER key' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO CODL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO CATL
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO CODA
           MOVE SPACE TO CODO CATO SUBO DESO ACTO DEFO RSPDO RSLDO
                         NAPPO RRGNO RCODO TEAMO
                         H1RSO H1RLO H2RSO H2RLO H3RSO H3RLO AVTGO
                         LD1RO LD1CO LD2RO LD2CO LD3RO LD3CO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO CODL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1006-DELETE.
           MOVE 'DELETE' TO LS-ACTION
           MOVE 'SMG00008' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       1010-RETURN-TO-MENU.
           GO TO 9998-RETURN.
      *
       1024-CANCEL.
           MOVE 'SMG00003' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           EXEC CICS READ
               FILE ('svcc0001')
               INTO (WS-SVC-CAT-REC)
                   RIDFLD (SVC-CODE)
                   KEYLENGTH (WS-STD-KEY-LEN)
               END-EXEC
               PERFORM 2012-ADD-VERSION
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
               EQUAL
               UPDATE
           END-EXEC
           MOVE WS-SVC-CAT-REC TO WS-OLD-CAT-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('svcc0001')
                   FROM (WS-SVC-CAT-REC)
               END-EXEC
               PERFORM 2011-CHANGE-VERSION THRU 2011-EXIT
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    A change to the versioned terms takes effect as it is saved,
      *    so it goes on svcv0001 as an applied version stamped with
      *    this moment - with the entry as it stood before, if the
      *    code has no history yet - and the reports can still judge
      *    older tickets by the terms they were opened under. Future
      *    changes are staged on SM0064 instead.
       2011-CHANGE-VERSION.
           IF SVC-RESP-DAYS = OLD-RESP-DAYS
               AND SVC-RESOL-DAYS = OLD-RESOL-DAYS
               AND SVC-APPROVALS = OLD-APPROVALS
               AND SVC-ROUTE-REGION = OLD-ROUTE-REGION
               AND SVC-ROUTE-CODE = OLD-ROUTE-CODE
               AND SVC-TEAM-CODE = OLD-TEAM-CODE
               AND SVC-HOUR-TARGETS = OLD-HOUR-TARGETS
               GO TO 2011-EXIT
           END-IF
           PERFORM 2013-STAMP-VERSION
           MOVE SPACES TO WS-SVCV-REC
           MOVE SVC-CODE TO SVCV-CODE
           MOVE ZERO TO SVCV-EFF-DATE SVCV-EFF-TIME
           EXEC CICS READ
               FILE ('svcv0001')
               INTO (WS-SVCV-HOLD)
               RIDFLD (SVCV-KEY)
               KEYLENGTH (WS-SVCV-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NOTFND)
               MOVE WS-OLD-CAT-REC TO SVCV-ENTRY
               MOVE 'ENTRY AS IT STOOD BEFORE VERSIONING'
                   TO WS-VER-REASON
               PERFORM 2014-WRITE-VERSION
           END-IF
           MOVE SVC-CODE TO SVCV-CODE
           MOVE WS-TODAY TO SVCV-EFF-DATE
           MOVE WS-NOW TO SVCV-EFF-TIME
           MOVE WS-SVC-CAT-REC TO SVCV-ENTRY
           MOVE 'CHANGED ON SM0008' TO WS-VER-REASON
           PERFORM 2014-WRITE-VERSION.
       2011-EXIT.
           EXIT.
      *
      *    A new entry's first version is the entry itself, under date
      *    and time zero. A code deleted and added again keeps its old
      *    history and the new entry follows it from this moment.
       2012-ADD-VERSION.
           PERFORM 2013-STAMP-VERSION
           MOVE SPACES TO WS-SVCV-REC
           MOVE SVC-CODE TO SVCV-CODE
           MOVE ZERO TO SVCV-EFF-DATE SVCV-EFF-TIME
           EXEC CICS READ
               FILE ('svcv0001')
               INTO (WS-SVCV-HOLD)
               RIDFLD (SVCV-KEY)
               KEYLENGTH (WS-SVCV-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NOTFND)
               MOVE WS-TODAY TO SVCV-EFF-DATE
               MOVE WS-NOW TO SVCV-EFF-TIME
           END-IF
           MOVE WS-SVC-CAT-REC TO SVCV-ENTRY
           MOVE 'ADDED ON SM0008' TO WS-VER-REASON
           PERFORM 2014-WRITE-VERSION.
      *
       2013-STAMP-VERSION.
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY)
               TIME (WS-NOW)
           END-EXEC.
      *
      *    Two saves in the same second leave the later one on file.
       2014-WRITE-VERSION.
           SET SVCV-APPLIED TO TRUE
           MOVE WS-VER-REASON TO SVCV-REASON
           MOVE WS-USERID TO SVCV-STAGED-BY
           MOVE WS-TODAY TO SVCV-STAGED-DATE SVCV-APPLIED-DATE
           MOVE SPACES TO SVCV-RESULT
           EXEC CICS WRITE
               FILE ('svcv0001')
               FROM (WS-SVCV-REC)
               RIDFLD (SVCV-KEY)
               KEYLENGTH (WS-SVCV-KEY-LEN)
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(DUPREC)
               EXEC CICS READ
                   FILE ('svcv0001')
                   INTO (WS-SVCV-HOLD)
                   RIDFLD (SVCV-KEY)
                   KEYLENGTH (WS-SVCV-KEY-LEN)
                   EQUAL
                   UPDATE
                   NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   EXEC CICS REWRITE
                       FILE ('svcv0001')
                       FROM (WS-SVCV-REC)
                       NOHANDLE
                   END-EXEC
               END-IF
           END-IF.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2016-CHECK-TEAM
           PERFORM 2017-CHECK-HOURS
           PERFORM 2018-CHECK-LADDER
           EVALUATE TRUE
           WHEN SVC-CODE = LOW-VALUES OR SVC-CODE = SPACES
               MOVE 'SM080002' TO MSGX-ID
               MOVE 'Service code cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO CODL
           WHEN RSPDI NOT = SPACES AND RSPDI NOT NUMERIC
               MOVE 'SM080003' TO MSGX-ID
               MOVE 'Response days must be numeric' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO RSPDL
           WHEN RSLDI NOT = SPACES AND RSLDI NOT NUMERIC
               MOVE 'SM080004' TO MSGX-ID
               MOVE 'Resolution days must be numeric' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO RSLDL
           WHEN NAPPI NOT = SPACE AND NAPPI NOT = '0'
                AND NAPPI NOT = '1' AND NAPPI NOT = '2'
               MOVE 'SM080005' TO MSGX-ID
               MOVE 'Approvals needed must be 0, 1 or 2' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO NAPPL
           WHEN WS-TEAM-OK NOT = 'Y'
               MOVE 'SM080006' TO MSGX-ID
               MOVE 'Resolver team not on file or inactive'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO TEAML
           WHEN WS-AVAIL-BAD = 'Y'
               MOVE 'SM080007' TO MSGX-ID
               MOVE 'Availability target must be a percent, e.g. 99.50'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO AVTGL
           WHEN WS-LADDER-BAD > ZERO
               MOVE 'SM080008' TO MSGX-ID
               MOVE 'Paging ladder entries need both region and code'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               EVALUATE WS-LADDER-BAD
               WHEN 1
                   MOVE -1 TO LD1RL
               WHEN 2
                   MOVE -1 TO LD2RL
               WHEN OTHER
                   MOVE -1 TO LD3RL
               END-EVALUATE
           WHEN WS-HOURS-BAD > ZERO
               MOVE 'SM080009' TO MSGX-ID
               MOVE 'Hour targets must be numeric' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               EVALUATE WS-HOURS-BAD
               WHEN 1
                   MOVE -1 TO H1RSL
               WHEN 2
                   MOVE -1 TO H1RLL
               WHEN 3
                   MOVE -1 TO H2RSL
               WHEN 4
                   MOVE -1 TO H2RLL
               WHEN 5
                   MOVE -1 TO H3RSL
               WHEN OTHER
                   MOVE -1 TO H3RLL
               END-EVALUATE
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               PERFORM 9110-RESTORE-ATTRIBUTES
           IF SVC-RESOL-DAYS NOT NUMERIC
               MOVE ZERO TO SVC-RESOL-DAYS
           END-IF
           PERFORM VARYING WS-HR-SUB FROM 1 BY 1 UNTIL WS-HR-SUB > 3
               IF SVC-RESP-HOURS(WS-HR-SUB) NOT NUMERIC
                   MOVE ZERO TO SVC-RESP-HOURS(WS-HR-SUB)
               END-IF
               IF SVC-RESOL-HOURS(WS-HR-SUB) NOT NUMERIC
                   MOVE ZERO TO SVC-RESOL-HOURS(WS-HR-SUB)
               END-IF
           END-PERFORM
      *    One sign-off is the classic behavior, so a never-keyed
      *    approvals count defaults to 1 rather than 0.
           IF SVC-APPROVALS NOT NUMERIC
               MOVE 1 TO SVC-APPROVALS
           END-IF
           IF SVC-AVAIL-TARGET NOT NUMERIC
               MOVE ZERO TO SVC-AVAIL-TARGET
           END-IF
           MOVE SVC-CODE TO LS-RIDFLD.
      *
      *    A blank team is fine (the whole desk's queue); a keyed one
      *    has to be a live team0001 entry or tickets would land in a
      *    queue nobody works.
       2016-CHECK-TEAM.
           MOVE 'Y' TO WS-TEAM-OK
           IF SVC-TEAM-CODE = LOW-VALUES
               MOVE SPACES TO SVC-TEAM-CODE
           END-IF
           IF SVC-TEAM-CODE NOT = SPACES
               EXEC CICS READ
                   FILE ('team0001')
                   INTO (WS-TEAM-REC)
                   RIDFLD (SVC-TEAM-CODE)
                   KEYLENGTH (WS-TEAM-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL) OR NOT TEAM-IS-ACTIVE
                   MOVE 'N' TO WS-TEAM-OK
               END-IF
           END-IF.
      *
      *    The first keyed hour target that is not a number, counted
      *    in screen order (priority 1 response, priority 1
      *    resolution, ... priority 3 resolution) so the cursor lands
      *    on it. Blank is fine - it means no hour target.
       2017-CHECK-HOURS.
           MOVE ZERO TO WS-HOURS-BAD
           EVALUATE TRUE
           WHEN H1RSI NOT = SPACES AND H1RSI NOT NUMERIC
               MOVE 1 TO WS-HOURS-BAD
           WHEN H1RLI NOT = SPACES AND H1RLI NOT NUMERIC
               MOVE 2 TO WS-HOURS-BAD
           WHEN H2RSI NOT = SPACES AND H2RSI NOT NUMERIC
               MOVE 3 TO WS-HOURS-BAD
           WHEN H2RLI NOT = SPACES AND H2RLI NOT NUMERIC
               MOVE 4 TO WS-HOURS-BAD
           WHEN H3RSI NOT = SPACES AND H3RSI NOT NUMERIC
               MOVE 5 TO WS-HOURS-BAD
           WHEN H3RLI NOT = SPACES AND H3RLI NOT NUMERIC
               MOVE 6 TO WS-HOURS-BAD
           END-EVALUATE.
      *
      *    A ladder entry is a whole contact or nothing - half a key
      *    would page nobody. The first half-keyed rung gets the
      *    cursor.
       2018-CHECK-LADDER.
           MOVE ZERO TO WS-LADDER-BAD
           PERFORM VARYING WS-HR-SUB FROM 3 BY -1 UNTIL WS-HR-SUB < 1
               IF (SVC-LADDER-REGION(WS-HR-SUB) = SPACES
                   AND SVC-LADDER-CODE(WS-HR-SUB) NOT = SPACES)
                   OR (SVC-LADDER-REGION(WS-HR-SUB) NOT = SPACES
                   AND SVC-LADDER-CODE(WS-HR-SUB) = SPACES)
                   MOVE WS-HR-SUB TO WS-LADDER-BAD
               END-IF
           END-PERFORM.
      *
       2020-FILE-DELETE.
           EXEC CICS DELETE
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-STD-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-SVC-CAT-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SMG00009' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
      *
       9040-DUPREC.
           MOVE -1 TO CODL
           MOVE 'SMG00004' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       9060-NOTFND.
           MOVE 'SMG00002' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-SVC-CAT-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
                            RSLDA
                            NAPPA
                            RRGNA
                            RCODA
                            TEAMA
                            H1RSA H1RLA H2RSA H2RLA H3RSA H3RLA
                            AVTGA
                            LD1RA LD1CA LD2RA LD2CA LD3RA LD3CA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO CODA
                            RSLDA
                            NAPPA
                            RRGNA
                            RCODA
                            TEAMA
                            H1RSA H1RLA H2RSA H2RLA H3RSA H3RLA
                            AVTGA
                            LD1RA LD1CA LD2RA LD2CA LD3RA LD3CA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
               MOVE SPACES TO NAPPO
           END-IF
           MOVE SVC-ROUTE-REGION TO RRGNO
           MOVE SVC-ROUTE-CODE   TO RCODO
           MOVE SVC-TEAM-CODE    TO TEAMO
           MOVE SPACES TO H1RSO H1RLO H2RSO H2RLO H3RSO H3RLO
           IF SVC-RESP-HOURS(1) NUMERIC
               MOVE SVC-RESP-HOURS(1) TO H1RSO
           END-IF
           IF SVC-RESOL-HOURS(1) NUMERIC
               MOVE SVC-RESOL-HOURS(1) TO H1RLO
           END-IF
           IF SVC-RESP-HOURS(2) NUMERIC
               MOVE SVC-RESP-HOURS(2) TO H2RSO
           END-IF
           IF SVC-RESOL-HOURS(2) NUMERIC
               MOVE SVC-RESOL-HOURS(2) TO H2RLO
           END-IF
           IF SVC-RESP-HOURS(3) NUMERIC
               MOVE SVC-RESP-HOURS(3) TO H3RSO
           END-IF
           IF SVC-RESOL-HOURS(3) NUMERIC
               MOVE SVC-RESOL-HOURS(3) TO H3RLO
           END-IF
           MOVE SPACES TO AVTGO
           IF SVC-AVAIL-TARGET NUMERIC AND SVC-AVAIL-TARGET > ZERO
               MOVE SVC-AVAIL-TARGET TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO AVTGO
           END-IF
           MOVE SVC-LADDER-REGION(1) TO LD1RO
           MOVE SVC-LADDER-CODE(1)   TO LD1CO
           MOVE SVC-LADDER-REGION(2) TO LD2RO
           MOVE SVC-LADDER-CODE(2)   TO LD2CO
           MOVE SVC-LADDER-REGION(3) TO LD3RO
           MOVE SVC-LADDER-CODE(3)   TO LD3CO.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF CODL > ZERO
           END-IF
           IF RCODL > ZERO
               MOVE FUNCTION UPPER-CASE(RCODI) TO SVC-ROUTE-CODE
           END-IF
           IF TEAML > ZERO
               MOVE FUNCTION UPPER-CASE(TEAMI) TO SVC-TEAM-CODE
           END-IF
           IF LD1RL > ZERO
               MOVE FUNCTION UPPER-CASE(LD1RI) TO SVC-LADDER-REGION(1)
           END-IF
           IF LD1CL > ZERO
               MOVE FUNCTION UPPER-CASE(LD1CI) TO SVC-LADDER-CODE(1)
           END-IF
           IF LD2RL > ZERO
               MOVE FUNCTION UPPER-CASE(LD2RI) TO SVC-LADDER-REGION(2)
           END-IF
           IF LD2CL > ZERO
               MOVE FUNCTION UPPER-CASE(LD2CI) TO SVC-LADDER-CODE(2)
           END-IF
           IF LD3RL > ZERO
               MOVE FUNCTION UPPER-CASE(LD3RI) TO SVC-LADDER-REGION(3)
           END-IF
           IF LD3CL > ZERO
               MOVE FUNCTION UPPER-CASE(LD3CI) TO SVC-LADDER-CODE(3)
           END-IF
           INSPECT SVC-PAGE-LADDER REPLACING ALL LOW-VALUES BY SPACES
           IF H1RSL > ZERO
               MOVE H1RSI TO SVC-RESP-HOURS(1)
           END-IF
           IF H1RLL > ZERO
               MOVE H1RLI TO SVC-RESOL-HOURS(1)
           END-IF
           IF H2RSL > ZERO
               MOVE H2RSI TO SVC-RESP-HOURS(2)
           END-IF
           IF H2RLL > ZERO
               MOVE H2RLI TO SVC-RESOL-HOURS(2)
           END-IF
           IF H3RSL > ZERO
               MOVE H3RSI TO SVC-RESP-HOURS(3)
           END-IF
           IF H3RLL > ZERO
               MOVE H3RLI TO SVC-RESOL-HOURS(3)
           END-IF
      *    A percentage keyed the way people write it - 99.5, 99.50,
      *    100 - blank for no target.
           MOVE 'N' TO WS-AVAIL-BAD
           IF AVTGL > ZERO
               INSPECT AVTGI REPLACING ALL LOW-VALUES BY SPACES
               IF AVTGI = SPACES
                   MOVE ZERO TO SVC-AVAIL-TARGET
               ELSE
                   IF FUNCTION TEST-NUMVAL(AVTGI) NOT = ZERO
                       MOVE 'Y' TO WS-AVAIL-BAD
                   ELSE
                       IF FUNCTION NUMVAL(AVTGI) > 100
                           OR FUNCTION NUMVAL(AVTGI) < ZERO
                           MOVE 'Y' TO WS-AVAIL-BAD
                       ELSE
                           COMPUTE SVC-AVAIL-TARGET =
                               FUNCTION NUMVAL(AVTGI)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM08')
      *    (same idiom as SM0006's TRANSID('SM06')) rather than
                   COMMAREA (DFHCOMMAREA)
               END-EXEC
           END-IF.
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
