       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0046.
      ******************************************************************
      *DESCRIPTION: pmsc0001 preventive-maintenance schedule            *
      *             maintenance - ADD/CHANGE/DELETE/FIND over the       *
      *             recurring routine tickets PMSOPN01 opens nightly,   *
      *             modeled on SM0008's service-catalog maintenance     *
      *             screen. An entry names the service code, the        *
      *             requestor the ticket opens for, a summary, three    *
      *             description lines and the frequency (daily, weekly  *
      *             on a weekday, monthly on a day, quarterly); the     *
      *             service must be on svcc0001 and the requestor on    *
      *             UAF00001 or the edit refuses it. The last-opened    *
      *             date and ticket are shown but only PMSOPN01 sets    *
      *             them. Reached under its own SM46 transid, the       *
      *             SM0028 precedent.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM46S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-SVC-FOUND                  PIC X(01) VALUE 'N'.
       01  WS-UAF-FOUND                  PIC X(01) VALUE 'N'.
       01  WS-UAF-KEY                    PIC X(08) VALUE SPACES.
       01  WS-PMSC-REC.
           COPY PMSC0001.
       01  WS-SVC-CAT-REC.
           COPY SVCCAT01.
       01  WS-UAF-REC.
           05  WS-UAF-USERID             PIC X(08).
           05  FILLER                    PIC X(33).
       COPY SM46S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY PMSCOMM.
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
               MAP ('SM46M')
               MAPSET ('SM46S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO PIDA
           MOVE SPACES TO PIDO
           MOVE 'SM460001' TO MSGX-ID
           MOVE 'Enter schedule id and press ENTER key' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PIDL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PSVCL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO PIDA
           MOVE SPACE TO PIDO PSVCO PREQO PSUMO PDS1O PDS2O PDS3O
                         PFRQO PWDYO PMDYO PQMOO PNWKO PACTO PLDTO
                         PLTKO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PIDL
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
               FILE ('pmsc0001')
               INTO (WS-PMSC-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-PMSC-REC
      *    A new entry has never opened anything - PMSOPN01 stamps
      *    these as it opens tickets from it.
           MOVE ZERO TO PMSC-LAST-DATE
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE PMSC-ID TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('pmsc0001')
                   FROM (WS-PMSC-REC)
                   RIDFLD (PMSC-ID)
                   KEYLENGTH (WS-STD-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('pmsc0001')
               INTO (WS-PMSC-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('pmsc0001')
                   FROM (WS-PMSC-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
      *    Roll forward is the safe default - a due day that lands on
      *    a holiday still gets its ticket, just a day late - and a
      *    new entry is live unless keyed otherwise.
           IF PMSC-NONWORK = SPACE OR PMSC-NONWORK = LOW-VALUE
               MOVE 'R' TO PMSC-NONWORK
           END-IF
           IF PMSC-ACTIVE = SPACE OR PMSC-ACTIVE = LOW-VALUE
               MOVE 'Y' TO PMSC-ACTIVE
           END-IF
           PERFORM 2016-CHECK-REFERENCES
           EVALUATE TRUE
           WHEN PMSC-ID = LOW-VALUES OR PMSC-ID = SPACES
               MOVE 'SM460002' TO MSGX-ID
               MOVE 'Schedule id cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PIDL
           WHEN WS-SVC-FOUND NOT = 'Y'
               MOVE 'SM460003' TO MSGX-ID
               MOVE 'Service code is not on the catalog' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PSVCL
           WHEN WS-UAF-FOUND NOT = 'Y'
               MOVE 'SM460004' TO MSGX-ID
               MOVE 'Requestor is not on UAF00001' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PREQL
           WHEN PMSC-SUMMARY = SPACES OR PMSC-SUMMARY = LOW-VALUES
               MOVE 'SM460005' TO MSGX-ID
               MOVE 'Summary cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PSUML
           WHEN NOT PMSC-DAILY AND NOT PMSC-WEEKLY
                AND NOT PMSC-MONTHLY AND NOT PMSC-QUARTERLY
               MOVE 'SM460006' TO MSGX-ID
               MOVE 'Frequency must be D, W, M or Q' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PFRQL
           WHEN PMSC-WEEKLY
                AND (PMSC-WEEKDAY NOT NUMERIC
                     OR PMSC-WEEKDAY < 1 OR PMSC-WEEKDAY > 7)
               MOVE 'SM460007' TO MSGX-ID
               MOVE 'Weekday must be 1 (Monday) to 7 (Sunday)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PWDYL
           WHEN (PMSC-MONTHLY OR PMSC-QUARTERLY)
                AND (PMSC-MONTH-DAY NOT NUMERIC
                     OR PMSC-MONTH-DAY < 1 OR PMSC-MONTH-DAY > 31)
               MOVE 'SM460008' TO MSGX-ID
               MOVE 'Day of month must be 01 to 31' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PMDYL
           WHEN PMSC-QUARTERLY
                AND (PMSC-QTR-MONTH NOT NUMERIC
                     OR PMSC-QTR-MONTH < 1 OR PMSC-QTR-MONTH > 3)
               MOVE 'SM460009' TO MSGX-ID
               MOVE 'Month of quarter must be 1, 2 or 3' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PQMOL
           WHEN NOT PMSC-NONWORK-SKIP AND NOT PMSC-NONWORK-ROLL
               MOVE 'SM460010' TO MSGX-ID
               MOVE 'Non-working day rule must be S or R'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PNWKL
           WHEN PMSC-ACTIVE NOT = 'Y' AND PMSC-ACTIVE NOT = 'N'
               MOVE 'SM460011' TO MSGX-ID
               MOVE 'Active must be Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PACTL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               PERFORM 9110-RESTORE-ATTRIBUTES
           END-EVALUATE
      *    The frequency fields not used by this frequency are held
      *    at zero so PMSOPN01's arithmetic never meets spaces.
           IF PMSC-WEEKDAY NOT NUMERIC
               MOVE ZERO TO PMSC-WEEKDAY
           END-IF
           IF PMSC-MONTH-DAY NOT NUMERIC
               MOVE ZERO TO PMSC-MONTH-DAY
           END-IF
           IF PMSC-QTR-MONTH NOT NUMERIC
               MOVE ZERO TO PMSC-QTR-MONTH
           END-IF
           IF PMSC-LAST-DATE NOT NUMERIC
               MOVE ZERO TO PMSC-LAST-DATE
           END-IF
           MOVE PMSC-ID TO LS-RIDFLD.
      *
      *    The service and requestor are checked the way TKTOPN01
      *    validates a feed request, so the nightly open never meets
      *    an entry it would reject. NOHANDLE keeps a miss out of the
      *    program's NOTFND path, which belongs to the schedule file.
       2016-CHECK-REFERENCES.
           MOVE 'N' TO WS-SVC-FOUND WS-UAF-FOUND
           IF PMSC-SVC-CODE NOT = SPACES
               AND PMSC-SVC-CODE NOT = LOW-VALUES
               EXEC CICS READ
                   FILE ('svcc0001')
                   INTO (WS-SVC-CAT-REC)
                   RIDFLD (PMSC-SVC-CODE)
                   KEYLENGTH (WS-STD-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-SVC-FOUND
               END-IF
           END-IF
           IF PMSC-REQUESTOR NOT = SPACES
               AND PMSC-REQUESTOR NOT = LOW-VALUES
               MOVE PMSC-REQUESTOR TO WS-UAF-KEY
               EXEC CICS READ
                   FILE ('uaf00001')
                   INTO (WS-UAF-REC)
                   RIDFLD (WS-UAF-KEY)
                   KEYLENGTH (WS-STD-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-UAF-FOUND
               END-IF
           END-IF.
      *
       2020-FILE-DELETE.
           EXEC CICS DELETE
               FILE ('pmsc0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-STD-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-PMSC-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(PIDI) TO LS-RIDFLD
           EXEC CICS READ
               FILE ('pmsc0001')
               INTO (WS-PMSC-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-STD-KEY-LEN)
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
           MOVE SPACES TO WS-PMSC-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO PIDL
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
           MOVE SPACES TO WS-PMSC-REC
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
               YYYYMMDD (M46DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM46M')
                MAPSET ('SM46S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
      *    The last-opened date and ticket stay protected - only the
      *    nightly open sets them.
       9100-UNPROTECT.
           MOVE DFHBMFSE TO PSVCA
                            PREQA
                            PSUMA
                            PDS1A
                            PDS2A
                            PDS3A
                            PFRQA
                            PWDYA
                            PMDYA
                            PQMOA
                            PNWKA
                            PACTA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO PIDA
                            PSVCA
                            PREQA
                            PSUMA
                            PDS1A
                            PDS2A
                            PDS3A
                            PFRQA
                            PWDYA
                            PMDYA
                            PQMOA
                            PNWKA
                            PACTA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM46M')
                MAPSET ('SM46S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE PMSC-ID          TO PIDO
           MOVE PMSC-SVC-CODE    TO PSVCO
           MOVE PMSC-REQUESTOR   TO PREQO
           MOVE PMSC-SUMMARY     TO PSUMO
           MOVE PMSC-DESC(1)     TO PDS1O
           MOVE PMSC-DESC(2)     TO PDS2O
           MOVE PMSC-DESC(3)     TO PDS3O
           MOVE PMSC-FREQ        TO PFRQO
           IF PMSC-WEEKDAY NUMERIC AND PMSC-WEEKDAY > ZERO
               MOVE PMSC-WEEKDAY TO PWDYO
           ELSE
               MOVE SPACES TO PWDYO
           END-IF
           IF PMSC-MONTH-DAY NUMERIC AND PMSC-MONTH-DAY > ZERO
               MOVE PMSC-MONTH-DAY TO PMDYO
           ELSE
               MOVE SPACES TO PMDYO
           END-IF
           IF PMSC-QTR-MONTH NUMERIC AND PMSC-QTR-MONTH > ZERO
               MOVE PMSC-QTR-MONTH TO PQMOO
           ELSE
               MOVE SPACES TO PQMOO
           END-IF
           MOVE PMSC-NONWORK     TO PNWKO
           MOVE PMSC-ACTIVE      TO PACTO
           IF PMSC-LAST-DATE NUMERIC AND PMSC-LAST-DATE > ZERO
               MOVE PMSC-LAST-DATE TO PLDTO
           ELSE
               MOVE SPACES TO PLDTO
           END-IF
           MOVE PMSC-LAST-TICKET TO PLTKO.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF PIDL > ZERO
               MOVE FUNCTION UPPER-CASE(PIDI) TO PMSC-ID
           END-IF
           IF PSVCL > ZERO
               MOVE FUNCTION UPPER-CASE(PSVCI) TO PMSC-SVC-CODE
           END-IF
           IF PREQL > ZERO
               MOVE FUNCTION UPPER-CASE(PREQI) TO PMSC-REQUESTOR
           END-IF
           IF PSUML > ZERO
               MOVE PSUMI TO PMSC-SUMMARY
           END-IF
           IF PDS1L > ZERO
               MOVE PDS1I TO PMSC-DESC(1)
           END-IF
           IF PDS2L > ZERO
               MOVE PDS2I TO PMSC-DESC(2)
           END-IF
           IF PDS3L > ZERO
               MOVE PDS3I TO PMSC-DESC(3)
           END-IF
           IF PFRQL > ZERO
               MOVE FUNCTION UPPER-CASE(PFRQI) TO PMSC-FREQ
           END-IF
           IF PWDYL > ZERO
               MOVE PWDYI TO PMSC-WEEKDAY
           END-IF
           IF PMDYL > ZERO
               MOVE PMDYI TO PMSC-MONTH-DAY
           END-IF
           IF PQMOL > ZERO
               MOVE PQMOI TO PMSC-QTR-MONTH
           END-IF
           IF PNWKL > ZERO
               MOVE FUNCTION UPPER-CASE(PNWKI) TO PMSC-NONWORK
           END-IF
           IF PACTL > ZERO
               MOVE FUNCTION UPPER-CASE(PACTI) TO PMSC-ACTIVE
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM46')
      *    (same idiom as SM0008's TRANSID('SM08')) rather than
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
                   TRANSID ('SM46')
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
