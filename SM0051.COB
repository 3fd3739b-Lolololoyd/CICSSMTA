       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0051.
      ******************************************************************
      *DESCRIPTION: bhrs0001 business-hours maintenance - ADD/CHANGE/   *
      *             DELETE/FIND, modeled on SM0024's bday0001 calendar  *
      *             maintenance screen and kept alongside it: '**'      *
      *             keys the global week every region without its own   *
      *             record works to, a two-byte NAMEFILE region code    *
      *             keys that region's own week. Each weekday (Monday   *
      *             through Sunday) takes an opening and a closing      *
      *             time HHMM; both blank (or zero) closes the day.     *
      *             The hour-based SLA clock runs only inside these     *
      *             hours and still steps over the calendar holidays.   *
      *             Reached under its own SM51 transid, the SM0028      *
      *             precedent.                                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM51S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-BHRS-KEY-LEN               PIC S9(4) COMP VALUE 2.
       01  WS-D-SUB                      PIC S9(4) COMP VALUE ZERO.
       01  WS-D-BAD                      PIC S9(4) COMP VALUE ZERO.
       01  WS-D-OPEN                     PIC S9(4) COMP VALUE ZERO.
       01  WS-HHMM                       PIC 9(04) VALUE ZERO.
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH                PIC 9(02).
           05  WS-HHMM-MM                PIC 9(02).
       01  WS-HHMM-OK                    PIC X(01) VALUE 'Y'.
       01  WS-BHRS-REC.
           COPY BHRS0001.
       COPY SM51S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY BHRCOMM.
       PROCEDURE DIVISION.
       000-PROCESS.
           MOVE SPACE TO MSGO
           EXEC CICS HANDLE CONDITION
                DUPREC (9040-DUPREC)
                NOTFND (9060-NOTFND)
           END-EXEC
           EXEC CICS IGNORE CONDITION
               MAPFAIL
           END-EXEC
           IF LS-CURRENT-MAP NOT = WS-CURRENT-MAP
               GO TO 9030-NEW-MAP
           ELSE
               GO TO 050-RECEIVE
           END-IF.
      *
       050-RECEIVE.
           EXEC CICS HANDLE AID
               ANYKEY (9000-INVALID-ACTION)
           END-EXEC
           EVALUATE LS-ACTION
           WHEN 'ADD'
               EXEC CICS HANDLE AID
                   ENTER (2000-FILE-ADD)
                   CLEAR (1024-CANCEL)
                   PF24 (1024-CANCEL)
               END-EXEC
           WHEN 'CHANGE'
               EXEC CICS HANDLE AID
                   ENTER (2010-FILE-CHANGE)
                   CLEAR (1024-CANCEL)
                   PF24 (1024-CANCEL)
               END-EXEC
           WHEN 'DELETE'
               EXEC CICS HANDLE AID
                   ENTER (2020-FILE-DELETE)
                   CLEAR (1024-CANCEL)
                   PF24 (1024-CANCEL)
               END-EXEC
           WHEN 'FIND'
               EXEC CICS HANDLE AID
                   ENTER (2030-FILE-FIND)
                   CLEAR (9030-NEW-MAP)
                   PF24 (9030-NEW-MAP)
               END-EXEC
           WHEN OTHER
               EXEC CICS HANDLE AID
                   ANYKEY (9000-INVALID-ACTION)
                   CLEAR (9030-NEW-MAP)
                   PF1 (1001-FIND)
                   PF4 (1004-CHANGE)
                   PF5 (1005-ADD)
                   PF6 (1006-DELETE)
                   PF10 (1010-RETURN-TO-MENU)
               END-EXEC
           END-EVALUATE
           EXEC CICS RECEIVE
               MAP ('SM51M')
               MAPSET ('SM51S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO BRGNA
           MOVE SPACES TO BRGNO
           MOVE 'SM510001' TO MSGX-ID
           MOVE 'Enter region (** for the global week), then ENTER'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO BRGNL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO BSTRL(1)
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO BRGNA
           MOVE SPACES TO BRGNO BUPDO BUDTO
           PERFORM VARYING WS-D-SUB FROM 1 BY 1
                   UNTIL WS-D-SUB > 7
               MOVE SPACES TO BSTRO(WS-D-SUB) BENDO(WS-D-SUB)
           END-PERFORM
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO BRGNL
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
           MOVE SPACES TO LS-CURRENT-MAP
           MOVE 'SM000' TO LS-NEXT-PROG
           GO TO 9998-RETURN.
      *
       1024-CANCEL.
           MOVE 'SMG00003' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           EXEC CICS READ
               FILE ('bhrs0001')
               INTO (WS-BHRS-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-BHRS-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-BHRS-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE BHRS-REGION TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('bhrs0001')
                   FROM (WS-BHRS-REC)
                   RIDFLD (BHRS-REGION)
                   KEYLENGTH (WS-BHRS-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('bhrs0001')
               INTO (WS-BHRS-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-BHRS-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('bhrs0001')
                   FROM (WS-BHRS-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2017-CHECK-DAYS
           EVALUATE TRUE
           WHEN BHRS-REGION = SPACES OR BHRS-REGION = LOW-VALUES
               MOVE 'SM510002' TO MSGX-ID
               MOVE 'Region required - ** is the global week'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO BRGNL
           WHEN WS-D-BAD > ZERO
               MOVE 'SM510003' TO MSGX-ID
               MOVE 'Times are HHMM, opening before closing'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO BSTRL(WS-D-BAD)
           WHEN WS-D-OPEN = ZERO
               MOVE 'SM510004' TO MSGX-ID
               MOVE 'A business week needs at least one open day'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO BSTRL(1)
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               EXEC CICS ASSIGN
                   USERID (WS-USERID)
               END-EXEC
               MOVE WS-USERID TO BHRS-UPDATED-BY
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (BHRS-UPDATED-DATE)
               END-EXEC
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE BHRS-REGION TO LS-RIDFLD.
      *
      *    A blank time is zero; a day with both zero is closed. An
      *    open day needs two real clock times (HH 00-24, MM 00-59,
      *    nothing past 2400) with the opening before the closing.
      *    The first bad day is kept by its screen row so the cursor
      *    lands on it.
       2017-CHECK-DAYS.
           MOVE ZERO TO WS-D-BAD WS-D-OPEN
           PERFORM VARYING WS-D-SUB FROM 1 BY 1
                   UNTIL WS-D-SUB > 7
               IF BHRS-START(WS-D-SUB) NOT NUMERIC
                   OR BHRS-END(WS-D-SUB) NOT NUMERIC
                   IF WS-D-BAD = ZERO
                       MOVE WS-D-SUB TO WS-D-BAD
                   END-IF
               ELSE
                   IF BHRS-START(WS-D-SUB) > ZERO
                       OR BHRS-END(WS-D-SUB) > ZERO
                       MOVE 'Y' TO WS-HHMM-OK
                       MOVE BHRS-START(WS-D-SUB) TO WS-HHMM
                       PERFORM 2018-CHECK-HHMM
                       MOVE BHRS-END(WS-D-SUB) TO WS-HHMM
                       PERFORM 2018-CHECK-HHMM
                       IF BHRS-START(WS-D-SUB) NOT <
                           BHRS-END(WS-D-SUB)
                           MOVE 'N' TO WS-HHMM-OK
                       END-IF
                       IF WS-HHMM-OK = 'Y'
                           ADD 1 TO WS-D-OPEN
                       ELSE
                           IF WS-D-BAD = ZERO
                               MOVE WS-D-SUB TO WS-D-BAD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       2018-CHECK-HHMM.
           IF WS-HHMM-HH > 24 OR WS-HHMM-MM > 59
               MOVE 'N' TO WS-HHMM-OK
           END-IF
           IF WS-HHMM-HH = 24 AND WS-HHMM-MM > ZERO
               MOVE 'N' TO WS-HHMM-OK
           END-IF.
      *
       2020-FILE-DELETE.
           EXEC CICS DELETE
               FILE ('bhrs0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-BHRS-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-BHRS-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(BRGNI) TO LS-RIDFLD
           EXEC CICS READ
               FILE ('bhrs0001')
               INTO (WS-BHRS-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-BHRS-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SMG00009' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       9000-INVALID-ACTION.
           EXEC CICS SEND CONTROL
               ALARM
               FREEKB
           END-EXEC
           GO TO 9998-RETURN.
      *
       9030-NEW-MAP.
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-BHRS-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO BRGNL
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
           MOVE SPACES TO WS-BHRS-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       9070-SEND-MAP.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M51DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM51M')
                MAPSET ('SM51S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           PERFORM VARYING WS-D-SUB FROM 1 BY 1
                   UNTIL WS-D-SUB > 7
               MOVE DFHUNNUM TO BSTRA(WS-D-SUB)
                                BENDA(WS-D-SUB)
           END-PERFORM.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO BRGNA
           PERFORM VARYING WS-D-SUB FROM 1 BY 1
                   UNTIL WS-D-SUB > 7
               MOVE DFHBMASB TO BSTRA(WS-D-SUB)
                                BENDA(WS-D-SUB)
           END-PERFORM.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM51M')
                MAPSET ('SM51S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
      *    A closed day shows blank rather than 0000/0000.
       9130-MOVE-FILE-TO-SCREEN.
           MOVE BHRS-REGION      TO BRGNO
           MOVE BHRS-UPDATED-BY  TO BUPDO
           IF BHRS-UPDATED-DATE NUMERIC
               AND BHRS-UPDATED-DATE > ZERO
               MOVE BHRS-UPDATED-DATE TO BUDTO
           ELSE
               MOVE SPACES TO BUDTO
           END-IF
           PERFORM VARYING WS-D-SUB FROM 1 BY 1
                   UNTIL WS-D-SUB > 7
               IF BHRS-START(WS-D-SUB) NUMERIC
                   AND BHRS-END(WS-D-SUB) NUMERIC
                   AND (BHRS-START(WS-D-SUB) > ZERO
                       OR BHRS-END(WS-D-SUB) > ZERO)
                   MOVE BHRS-START(WS-D-SUB) TO BSTRO(WS-D-SUB)
                   MOVE BHRS-END(WS-D-SUB)   TO BENDO(WS-D-SUB)
               ELSE
                   MOVE SPACES TO BSTRO(WS-D-SUB) BENDO(WS-D-SUB)
               END-IF
           END-PERFORM.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF BRGNL > ZERO
               MOVE FUNCTION UPPER-CASE(BRGNI) TO BHRS-REGION
           END-IF
           PERFORM VARYING WS-D-SUB FROM 1 BY 1
                   UNTIL WS-D-SUB > 7
               IF BSTRL(WS-D-SUB) > ZERO
                   MOVE BSTRI(WS-D-SUB) TO BHRS-START(WS-D-SUB)
               END-IF
               IF BENDL(WS-D-SUB) > ZERO
                   MOVE BENDI(WS-D-SUB) TO BHRS-END(WS-D-SUB)
               END-IF
               IF BHRS-START(WS-D-SUB) = SPACES
                   OR BHRS-START(WS-D-SUB) = LOW-VALUES
                   MOVE ZERO TO BHRS-START(WS-D-SUB)
               END-IF
               IF BHRS-END(WS-D-SUB) = SPACES
                   OR BHRS-END(WS-D-SUB) = LOW-VALUES
                   MOVE ZERO TO BHRS-END(WS-D-SUB)
               END-IF
           END-PERFORM.
      *    Self-loop under this program's own dedicated TRANSID('SM51')
      *    (same idiom as SM0024's TRANSID('SM24')) rather than
      *    RETURN TRANSID(EIBTRNID).
       9998-RETURN.
           MOVE WS-CURRENT-MAP TO LS-CURRENT-MAP
           IF LS-NEXT-PROG NOT = SPACES
               MOVE LS-NEXT-PROG TO LS-LAST-PROG
               EXEC CICS XCTL
                   PROGRAM (LS-NEXT-PROG)
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID ('SM51')
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
