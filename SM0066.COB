       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0066.
      ******************************************************************
      *DESCRIPTION: fper0001 fiscal-period calendar maintenance - ADD/ *
      *             CHANGE/DELETE/FIND plus PF7/PF8 to step back and   *
      *             forward through the periods, modeled on SM0064's   *
      *             version review. One record per period of finance's *
      *             4-4-5 fiscal year: fiscal year, period number,     *
      *             first and last day, and the fiscal quarter it      *
      *             rolls up into (left blank, period 1-3 is quarter   *
      *             1, 4-6 quarter 2 and so on). A period may not      *
      *             overlap the one before or after it. The monthly    *
      *             reports resolve their fiscal period, quarter and   *
      *             to-date parameters through this file (FPERRNG1).   *
      *             ADMIN only - reached under its own SM66 transid,   *
      *             the SM0064 precedent.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM66S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-FPER-KEY-LEN               PIC S9(4) COMP VALUE 6.
       01  WS-DATE-X                     PIC X(08) VALUE SPACES.
       01  WS-DATE-N REDEFINES WS-DATE-X PIC 9(08).
       01  WS-START-OK                   PIC X(01) VALUE 'N'.
       01  WS-END-OK                     PIC X(01) VALUE 'N'.
       01  WS-OVERLAP                    PIC X(01) VALUE SPACE.
       01  WS-DAYS                       PIC 9(03) VALUE ZERO.
       01  WS-BR-EOF                     PIC X(01) VALUE 'N'.
       01  WS-BR-KEY                     PIC X(06) VALUE SPACES.
      *    uaf00001 record shape inline-duplicated from SM000's own -
      *    for the ADMIN gate.
       01  WS-UAF-REC.
           05  WS-UAF-USERID.
               10  WS-UAF-USERID7        PIC X(7).
               10  FILLER                PIC X(1).
           05  WS-UAF-TYPE.
               10  WS-UAF-REQUESTOR      PIC X.
               10  WS-UAF-ADMIN          PIC X.
               10  WS-UAF-APPROVER       PIC X.
               10  WS-UAF-SERVICE        PIC X.
               10  WS-UAF-INQUIRY        PIC X.
           05  WS-UAF-UPDATEDBY          PIC X(8).
           05  WS-UAF-EFFECTIVE-DATE     PIC 9(08).
           05  WS-UAF-TERM-DATE          PIC 9(08).
           05  WS-UAF-PIN                PIC X(04).
       01  WS-FPER-REC.
           COPY FPER0001.
      *    A neighbouring period - the overlap check and PF7/PF8.
       01  WS-BR-REC.
           COPY FPER0001 REPLACING LEADING ==FPER-== BY ==BRF-==.
       COPY SM66S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY FPRCOMM.
       PROCEDURE DIVISION.
       000-PROCESS.
           MOVE SPACE TO MSGO
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 110-CHECK-ADMIN
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY)
           END-EXEC
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
      *    The SM66 transid can be keyed raw, so the role is checked
      *    here - the SM0064 110-CHECK-ADMIN precedent.
       110-CHECK-ADMIN.
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR WS-UAF-ADMIN NOT = 'Y'
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
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
                   PF7 (2040-PREV-PERIOD)
                   PF8 (2050-NEXT-PERIOD)
                   PF10 (1010-RETURN-TO-MENU)
               END-EXEC
           END-EVALUATE
           EXEC CICS RECEIVE
               MAP ('SM66M')
               MAPSET ('SM66S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO FYRSA FPRDA
           MOVE SPACES TO FYRSO FPRDO
           MOVE 'SM660001' TO MSGX-ID
           MOVE 'Enter fiscal year and period (blank = first period)'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO FYRSL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO FSTRL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO FYRSA FPRDA
           MOVE SPACES TO WS-FPER-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           MOVE 'SM660002' TO MSGX-ID
           MOVE 'Enter year, period, first and last day and quarter'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO FYRSL
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
               FILE ('fper0001')
               INTO (WS-FPER-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-FPER-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-FPER-REC
           MOVE ZERO TO FPER-YEAR FPER-PERIOD FPER-START-DATE
                        FPER-END-DATE FPER-QUARTER FPER-UPD-DATE
           IF FYRSL > ZERO AND FYRSI NUMERIC
               MOVE FYRSI TO FPER-YEAR
           END-IF
           IF FPRDL = 1 AND FPRDI(1:1) NUMERIC
               MOVE FPRDI(1:1) TO FPER-PERIOD
           END-IF
           IF FPRDL > 1 AND FPRDI NUMERIC
               MOVE FPRDI TO FPER-PERIOD
           END-IF
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE FPER-KEY TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('fper0001')
                   FROM (WS-FPER-REC)
                   RIDFLD (FPER-KEY)
                   KEYLENGTH (WS-FPER-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('fper0001')
               INTO (WS-FPER-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-FPER-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('fper0001')
                   FROM (WS-FPER-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           ELSE
               EXEC CICS UNLOCK
                   FILE ('fper0001')
               END-EXEC
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    The keyed dates go onto the record, then the period is
      *    held to a real date range that stays clear of the periods
      *    either side of it.
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2017-CHECK-DATES
           IF FPER-QUARTER = ZERO
               AND FPER-PERIOD > ZERO AND FPER-PERIOD < 14
               COMPUTE FPER-QUARTER = (FPER-PERIOD + 2) / 3
               IF FPER-QUARTER > 4
                   MOVE 4 TO FPER-QUARTER
               END-IF
           END-IF
           MOVE SPACE TO WS-OVERLAP
           IF WS-START-OK = 'Y' AND WS-END-OK = 'Y'
               PERFORM 2018-CHECK-NEIGHBOURS THRU 2018-EXIT
           END-IF
           EVALUATE TRUE
           WHEN FPER-YEAR = ZERO
               MOVE 'SM660003' TO MSGX-ID
               MOVE 'Fiscal year must be numeric YYYY' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO FYRSL
           WHEN FPER-PERIOD = ZERO OR FPER-PERIOD > 13
               MOVE 'SM660004' TO MSGX-ID
               MOVE 'Period must be 01 to 13' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO FPRDL
           WHEN WS-START-OK NOT = 'Y'
               MOVE 'SM660005' TO MSGX-ID
               MOVE 'First day must be a valid YYYYMMDD date'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO FSTRL
           WHEN WS-END-OK NOT = 'Y'
               MOVE 'SM660006' TO MSGX-ID
               MOVE 'Last day must be a valid YYYYMMDD date'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO FENDL
           WHEN FPER-END-DATE < FPER-START-DATE
               MOVE 'SM660007' TO MSGX-ID
               MOVE 'Last day cannot be before the first day'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO FENDL
           WHEN FQTRL > ZERO AND FQTRI NOT = SPACE
                AND (FQTRI NOT NUMERIC OR FQTRI = '0' OR FQTRI > '4')
               MOVE 'SM660008' TO MSGX-ID
               MOVE 'Quarter must be 1 to 4 (blank to default)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO FQTRL
           WHEN WS-OVERLAP = 'P'
               MOVE 'SM660009' TO MSGX-ID
               MOVE 'Overlaps the period before - check its last day'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO FSTRL
           WHEN WS-OVERLAP = 'N'
               MOVE 'SM660010' TO MSGX-ID
               MOVE 'Overlaps the period after - check its first day'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO FENDL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               MOVE WS-USERID TO FPER-UPD-BY
               MOVE WS-TODAY TO FPER-UPD-DATE
               PERFORM 9110-RESTORE-ATTRIBUTES
           END-EVALUATE
           IF LS-ACTION = SPACE
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-IF
           MOVE FPER-KEY TO LS-RIDFLD.
      *
      *    Both days must be real calendar dates.
       2017-CHECK-DATES.
           MOVE 'N' TO WS-START-OK WS-END-OK
           MOVE FPER-START-DATE TO WS-DATE-X
           IF WS-DATE-X NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) = ZERO
               MOVE 'Y' TO WS-START-OK
           END-IF
           MOVE FPER-END-DATE TO WS-DATE-X
           IF WS-DATE-X NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) = ZERO
               MOVE 'Y' TO WS-END-OK
           END-IF.
      *
      *    The period before must end before this one starts, and the
      *    period after must start after this one ends - the reports
      *    would otherwise count a day twice in a quarter or year.
       2018-CHECK-NEIGHBOURS.
           IF FPER-YEAR = ZERO OR FPER-PERIOD = ZERO
               GO TO 2018-EXIT
           END-IF
           IF FPER-PERIOD > 1
               MOVE SPACES TO WS-BR-REC
               MOVE FPER-YEAR TO BRF-YEAR
               COMPUTE BRF-PERIOD = FPER-PERIOD - 1
               EXEC CICS READ
                   FILE ('fper0001')
                   INTO (WS-BR-REC)
                   RIDFLD (BRF-KEY)
                   KEYLENGTH (WS-FPER-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND BRF-END-DATE NOT < FPER-START-DATE
                   MOVE 'P' TO WS-OVERLAP
               END-IF
           END-IF
           MOVE SPACES TO WS-BR-REC
           MOVE FPER-YEAR TO BRF-YEAR
           COMPUTE BRF-PERIOD = FPER-PERIOD + 1
           EXEC CICS READ
               FILE ('fper0001')
               INTO (WS-BR-REC)
               RIDFLD (BRF-KEY)
               KEYLENGTH (WS-FPER-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND BRF-START-DATE NOT > FPER-END-DATE
               MOVE 'N' TO WS-OVERLAP
           END-IF.
       2018-EXIT.
           EXIT.
      *
       2020-FILE-DELETE.
           EXEC CICS DELETE
               FILE ('fper0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-FPER-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-FPER-REC LS-RIDFLD
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    A blank period finds the year's first period on file, a
      *    blank year the first period on file at all.
       2030-FILE-FIND.
           MOVE SPACES TO WS-FPER-REC
           MOVE ZERO TO FPER-YEAR FPER-PERIOD
           IF FYRSL > ZERO AND FYRSI NUMERIC
               MOVE FYRSI TO FPER-YEAR
           END-IF
           IF FPRDL = 1 AND FPRDI(1:1) NUMERIC
               MOVE FPRDI(1:1) TO FPER-PERIOD
           END-IF
           IF FPRDL > 1 AND FPRDI NUMERIC
               MOVE FPRDI TO FPER-PERIOD
           END-IF
           MOVE FPER-KEY TO WS-BR-KEY LS-RIDFLD
           EXEC CICS READ
               FILE ('fper0001')
               INTO (WS-FPER-REC)
               RIDFLD (WS-BR-KEY)
               KEYLENGTH (WS-FPER-KEY-LEN)
               GTEQ
           END-EXEC
           IF FPER-KEY(1:4) NOT = LS-RIDFLD(1:4)
               AND LS-RIDFLD(1:4) NOT = '0000'
               GO TO 9060-NOTFND
           END-IF
           MOVE FPER-KEY TO LS-RIDFLD
           MOVE 'SM660011' TO MSGX-ID
           MOVE 'Period has been found - PF7/PF8 for others'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    Step back one period - the SM0064 2040-PREV-VERSION form,
      *    the first READPREV returning the period already on the
      *    screen. The walk runs on across fiscal years.
       2040-PREV-PERIOD.
           MOVE 'N' TO WS-BR-EOF
           PERFORM 2060-REREAD-SHOWN THRU 2060-EXIT
           MOVE LS-RIDFLD TO WS-BR-KEY
           EXEC CICS STARTBR FILE('fper0001')
                RIDFLD (WS-BR-KEY)
                KEYLENGTH (WS-FPER-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('fper0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-KEY)
                    KEYLENGTH (WS-FPER-KEY-LEN)
                    NOHANDLE
               END-EXEC
               EXEC CICS READPREV FILE('fper0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-KEY)
                    KEYLENGTH (WS-FPER-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BR-EOF
                   MOVE WS-BR-REC TO WS-FPER-REC
               END-IF
               EXEC CICS ENDBR
                   FILE ('fper0001')
               END-EXEC
           END-IF
           IF WS-BR-EOF = 'Y'
               MOVE FPER-KEY TO LS-RIDFLD
               MOVE 'SM660012' TO MSGX-ID
               MOVE 'Earlier period shown' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           ELSE
               MOVE 'SM660013' TO MSGX-ID
               MOVE 'No earlier period on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    Step forward one period - SM0006's double-READNEXT, the
      *    first READNEXT returning the period already on the screen.
       2050-NEXT-PERIOD.
           MOVE 'N' TO WS-BR-EOF
           PERFORM 2060-REREAD-SHOWN THRU 2060-EXIT
           MOVE LS-RIDFLD TO WS-BR-KEY
           EXEC CICS STARTBR FILE('fper0001')
                RIDFLD (WS-BR-KEY)
                KEYLENGTH (WS-FPER-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('fper0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-KEY)
                    KEYLENGTH (WS-FPER-KEY-LEN)
                    NOHANDLE
               END-EXEC
               EXEC CICS READNEXT FILE('fper0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-KEY)
                    KEYLENGTH (WS-FPER-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BR-EOF
                   MOVE WS-BR-REC TO WS-FPER-REC
               END-IF
               EXEC CICS ENDBR
                   FILE ('fper0001')
               END-EXEC
           END-IF
           IF WS-BR-EOF = 'Y'
               MOVE FPER-KEY TO LS-RIDFLD
               MOVE 'SM660014' TO MSGX-ID
               MOVE 'Later period shown' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           ELSE
               MOVE 'SM660015' TO MSGX-ID
               MOVE 'No later period on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    Paging needs a period on the screen to page from.
       2060-REREAD-SHOWN.
           IF LS-RIDFLD = SPACES OR LS-RIDFLD = LOW-VALUES
               MOVE 'SM660016' TO MSGX-ID
               MOVE 'Find a period first - PF1' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           EXEC CICS READ
               FILE ('fper0001')
               INTO (WS-FPER-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-FPER-KEY-LEN)
               EQUAL
           END-EXEC.
       2060-EXIT.
           EXIT.
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
           MOVE SPACES TO WS-FPER-REC LS-RIDFLD
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO FPRDL
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
           MOVE SPACES TO WS-FPER-REC LS-RIDFLD
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       9070-SEND-MAP.
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M66DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM66M')
                MAPSET ('SM66S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO FSTRA FENDA FQTRA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO FYRSA FPRDA FSTRA FENDA FQTRA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM66M')
                MAPSET ('SM66S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
      *    The day count is shown so a 4- or 5-week period that was
      *    keyed a day short stands out.
       9130-MOVE-FILE-TO-SCREEN.
           MOVE SPACES TO FYRSO FPRDO FSTRO FENDO FQTRO FDAYO
                          FUBYO FUDTO
           IF FPER-YEAR NUMERIC AND FPER-YEAR > ZERO
               MOVE FPER-YEAR TO FYRSO
               MOVE FPER-PERIOD TO FPRDO
           END-IF
           IF FPER-START-DATE NUMERIC AND FPER-START-DATE > ZERO
               MOVE FPER-START-DATE TO FSTRO
           END-IF
           IF FPER-END-DATE NUMERIC AND FPER-END-DATE > ZERO
               MOVE FPER-END-DATE TO FENDO
           END-IF
           IF FPER-QUARTER NUMERIC AND FPER-QUARTER > ZERO
               MOVE FPER-QUARTER TO FQTRO
           END-IF
           MOVE 'N' TO WS-START-OK
           IF FPER-START-DATE NUMERIC AND FPER-END-DATE NUMERIC
               AND FPER-START-DATE > ZERO
               AND FPER-END-DATE NOT < FPER-START-DATE
               PERFORM 2017-CHECK-DATES
           END-IF
           IF WS-START-OK = 'Y' AND WS-END-OK = 'Y'
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(FPER-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(FPER-START-DATE) + 1
               MOVE WS-DAYS TO FDAYO
           END-IF
           MOVE FPER-UPD-BY TO FUBYO
           IF FPER-UPD-DATE NUMERIC AND FPER-UPD-DATE > ZERO
               MOVE FPER-UPD-DATE TO FUDTO
           END-IF.
      *
      *    A blank first or last day is left at zero for the date
      *    edit to reject; a blank quarter is left for the default.
       9140-MOVE-SCREEN-TO-FILE.
           IF FSTRL > ZERO
               MOVE ZERO TO FPER-START-DATE
               IF FSTRI NUMERIC
                   MOVE FSTRI TO FPER-START-DATE
               END-IF
           END-IF
           IF FENDL > ZERO
               MOVE ZERO TO FPER-END-DATE
               IF FENDI NUMERIC
                   MOVE FENDI TO FPER-END-DATE
               END-IF
           END-IF
           IF FQTRL > ZERO
               MOVE ZERO TO FPER-QUARTER
               IF FQTRI NUMERIC
                   MOVE FQTRI TO FPER-QUARTER
               END-IF
           END-IF
           IF FPER-START-DATE NOT NUMERIC
               MOVE ZERO TO FPER-START-DATE
           END-IF
           IF FPER-END-DATE NOT NUMERIC
               MOVE ZERO TO FPER-END-DATE
           END-IF
           IF FPER-QUARTER NOT NUMERIC
               MOVE ZERO TO FPER-QUARTER
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM66')
      *    (same idiom as SM0064's TRANSID('SM64')) rather than
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
                   TRANSID ('SM66')
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
