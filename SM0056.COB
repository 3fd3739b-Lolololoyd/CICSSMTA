       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0056.
      ******************************************************************
      *DESCRIPTION: cntr0001 support-contract maintenance - ADD/CHANGE/ *
      *             DELETE/FIND over the vendors' support contracts,    *
      *             modeled on SM0055's vendor maintenance. A contract  *
      *             is keyed on the vendor id (which must be on         *
      *             vend0001 - its name is shown beside it) and the     *
      *             vendor's contract number, and carries the start and *
      *             end of cover (YYYYMMDD), the coverage level - 1     *
      *             24x7, 2 business hours, 3 next business day, 4      *
      *             parts only - and a short description. Assets point  *
      *             at a contract from SM0032. Reached under its own    *
      *             SM56 transid, the SM0028 precedent.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM56S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-VEND-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-CNTR-KEY-LEN               PIC S9(4) COMP VALUE 20.
       01  WS-VEND-OK                    PIC X(01) VALUE 'N'.
       01  WS-DATES-OK                   PIC X(01) VALUE 'N'.
       01  WS-VEND-REC.
           COPY VEND0001.
       01  WS-CNTR-REC.
           COPY CNTR0001.
       COPY SM56S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY CNTCOMM.
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
               MAP ('SM56M')
               MAPSET ('SM56S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO CVNDA CNUMA
           MOVE SPACES TO CVNDO CNUMO
           MOVE 'SM560001' TO MSGX-ID
           MOVE 'Enter vendor id and contract number, then ENTER'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO CVNDL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO CSTRL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO CVNDA CNUMA
           MOVE SPACES TO CVNDO CNUMO CVNMO CSTRO CENDO CCOVO CDSCO
                          CUPDO CUDTO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO CVNDL
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
               FILE ('cntr0001')
               INTO (WS-CNTR-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-CNTR-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-CNTR-REC
           MOVE ZERO TO CNTR-START-DATE CNTR-END-DATE
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE CNTR-KEY TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('cntr0001')
                   FROM (WS-CNTR-REC)
                   RIDFLD (CNTR-KEY)
                   KEYLENGTH (WS-CNTR-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('cntr0001')
               INTO (WS-CNTR-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-CNTR-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('cntr0001')
                   FROM (WS-CNTR-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2016-CHECK-VENDOR THRU 2016-EXIT
           PERFORM 2017-CHECK-DATES THRU 2017-EXIT
           EVALUATE TRUE
           WHEN CNTR-VENDOR-ID = LOW-VALUES OR CNTR-VENDOR-ID = SPACES
               MOVE 'SM560002' TO MSGX-ID
               MOVE 'Vendor id cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO CVNDL
           WHEN WS-VEND-OK NOT = 'Y'
               MOVE 'SM560003' TO MSGX-ID
               MOVE 'Vendor id is not on the vendor master'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO CVNDL
           WHEN CNTR-NUMBER = LOW-VALUES OR CNTR-NUMBER = SPACES
               MOVE 'SM560004' TO MSGX-ID
               MOVE 'Contract number cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO CNUML
           WHEN WS-DATES-OK NOT = 'Y'
               MOVE 'SM560005' TO MSGX-ID
               MOVE 'Start and end are YYYYMMDD, end not before start'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO CSTRL
           WHEN NOT CNTR-COVER-24X7 AND NOT CNTR-COVER-BUSINESS
                AND NOT CNTR-COVER-NEXT-DAY
                AND NOT CNTR-COVER-PARTS-ONLY
               MOVE 'SM560006' TO MSGX-ID
               MOVE 'Coverage 1 24x7, 2 bus hours, 3 next day, 4 parts'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO CCOVL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               EXEC CICS ASSIGN
                   USERID (WS-USERID)
               END-EXEC
               MOVE WS-USERID TO CNTR-UPDATED-BY
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (CNTR-UPDATED-DATE)
               END-EXEC
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE CNTR-KEY TO LS-RIDFLD.
      *
       2016-CHECK-VENDOR.
           MOVE 'N' TO WS-VEND-OK
           MOVE SPACES TO CVNMO
           IF CNTR-VENDOR-ID = SPACES OR CNTR-VENDOR-ID = LOW-VALUES
               GO TO 2016-EXIT
           END-IF
           EXEC CICS READ
               FILE ('vend0001')
               INTO (WS-VEND-REC)
               RIDFLD (CNTR-VENDOR-ID)
               KEYLENGTH (WS-VEND-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-VEND-OK
               MOVE VEND-NAME TO CVNMO
           END-IF.
       2016-EXIT.
           EXIT.
      *
       2017-CHECK-DATES.
           MOVE 'N' TO WS-DATES-OK
           IF CNTR-START-DATE NOT NUMERIC
               OR CNTR-END-DATE NOT NUMERIC
               GO TO 2017-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(CNTR-START-DATE) NOT = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD(CNTR-END-DATE) NOT = ZERO
               GO TO 2017-EXIT
           END-IF
           IF CNTR-END-DATE < CNTR-START-DATE
               GO TO 2017-EXIT
           END-IF
           MOVE 'Y' TO WS-DATES-OK.
       2017-EXIT.
           EXIT.
      *
      *    Assets still pointing at a deleted contract simply show no
      *    cover on SM0011 and drop off CNTEXP01 - relink them on
      *    SM0032.
       2020-FILE-DELETE.
           EXEC CICS DELETE
               FILE ('cntr0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-CNTR-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-CNTR-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(CVNDI) TO LS-RIDFLD(1:8)
           MOVE FUNCTION UPPER-CASE(CNUMI) TO LS-RIDFLD(9:12)
           EXEC CICS READ
               FILE ('cntr0001')
               INTO (WS-CNTR-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-CNTR-KEY-LEN)
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
           MOVE SPACES TO WS-CNTR-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO CVNDL
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
           MOVE SPACES TO WS-CNTR-REC
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
               YYYYMMDD (M56DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM56M')
                MAPSET ('SM56S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO CSTRA
                            CENDA
                            CCOVA
                            CDSCA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO CVNDA
                            CNUMA
                            CSTRA
                            CENDA
                            CCOVA
                            CDSCA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM56M')
                MAPSET ('SM56S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE CNTR-VENDOR-ID TO CVNDO
           MOVE CNTR-NUMBER TO CNUMO
           MOVE SPACES TO CVNMO
           IF CNTR-VENDOR-ID NOT = SPACES
               PERFORM 2016-CHECK-VENDOR THRU 2016-EXIT
           END-IF
           IF CNTR-START-DATE NUMERIC AND CNTR-START-DATE > ZERO
               MOVE CNTR-START-DATE TO CSTRO
           ELSE
               MOVE SPACES TO CSTRO
           END-IF
           IF CNTR-END-DATE NUMERIC AND CNTR-END-DATE > ZERO
               MOVE CNTR-END-DATE TO CENDO
           ELSE
               MOVE SPACES TO CENDO
           END-IF
           MOVE CNTR-COVERAGE TO CCOVO
           MOVE CNTR-DESC TO CDSCO
           MOVE CNTR-UPDATED-BY TO CUPDO
           IF CNTR-UPDATED-DATE NUMERIC
               AND CNTR-UPDATED-DATE > ZERO
               MOVE CNTR-UPDATED-DATE TO CUDTO
           ELSE
               MOVE SPACES TO CUDTO
           END-IF.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF CVNDL > ZERO
               MOVE FUNCTION UPPER-CASE(CVNDI) TO CNTR-VENDOR-ID
           END-IF
           IF CNUML > ZERO
               MOVE FUNCTION UPPER-CASE(CNUMI) TO CNTR-NUMBER
           END-IF
           IF CSTRL > ZERO
               MOVE CSTRI TO CNTR-START-DATE
           END-IF
           IF CENDL > ZERO
               MOVE CENDI TO CNTR-END-DATE
           END-IF
           IF CCOVL > ZERO
               MOVE CCOVI TO CNTR-COVERAGE
           END-IF
           IF CDSCL > ZERO
               MOVE CDSCI TO CNTR-DESC
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM56')
      *    (same idiom as SM0055's TRANSID('SM55')) rather than
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
                   TRANSID ('SM56')
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
