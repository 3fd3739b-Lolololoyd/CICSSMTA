       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0055.
      ******************************************************************
      *DESCRIPTION: vend0001 vendor maintenance - ADD/CHANGE/DELETE/    *
      *             FIND over the outside suppliers who support our     *
      *             kit, modeled on SM0054's parts maintenance: vendor  *
      *             name, the support phone the desk rings, the notify  *
      *             address and our account number with them. A vendor *
      *             with contracts still on cntr0001 is not deleted -   *
      *             the contracts (SM0056) go first. Reached under its  *
      *             own SM55 transid, the SM0028 precedent.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM55S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-VEND-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-CNTR-KEY-LEN               PIC S9(4) COMP VALUE 20.
       01  WS-CNTR-PROBE                 PIC X(20) VALUE SPACES.
       01  WS-IN-USE                     PIC X(01) VALUE 'N'.
       01  WS-VEND-REC.
           COPY VEND0001.
       01  WS-CNTR-REC.
           COPY CNTR0001.
       COPY SM55S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY VNDCOMM.
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
               MAP ('SM55M')
               MAPSET ('SM55S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO VVIDA
           MOVE SPACES TO VVIDO
           MOVE 'SM550001' TO MSGX-ID
           MOVE 'Enter vendor id, then ENTER' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO VVIDL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO VNAML
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO VVIDA
           MOVE SPACES TO VVIDO VNAMO VPHNO VNTFO VACCO VUPDO VUDTO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO VVIDL
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
               FILE ('vend0001')
               INTO (WS-VEND-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-VEND-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-VEND-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE VEND-ID TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('vend0001')
                   FROM (WS-VEND-REC)
                   RIDFLD (VEND-ID)
                   KEYLENGTH (WS-VEND-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('vend0001')
               INTO (WS-VEND-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-VEND-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('vend0001')
                   FROM (WS-VEND-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           EVALUATE TRUE
           WHEN VEND-ID = LOW-VALUES OR VEND-ID = SPACES
               MOVE 'SM550002' TO MSGX-ID
               MOVE 'Vendor id cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VVIDL
           WHEN VEND-NAME = LOW-VALUES OR VEND-NAME = SPACES
               MOVE 'SM550003' TO MSGX-ID
               MOVE 'Vendor name cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VNAML
           WHEN VEND-PHONE = LOW-VALUES OR VEND-PHONE = SPACES
               MOVE 'SM550004' TO MSGX-ID
               MOVE 'Support phone cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO VPHNL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               EXEC CICS ASSIGN
                   USERID (WS-USERID)
               END-EXEC
               MOVE WS-USERID TO VEND-UPDATED-BY
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (VEND-UPDATED-DATE)
               END-EXEC
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE VEND-ID TO LS-RIDFLD.
      *
      *    A vendor still holding contracts stays - the first cntr0001
      *    key at or after the vendor id tells.
       2020-FILE-DELETE.
           MOVE LOW-VALUES TO WS-CNTR-PROBE
           MOVE LS-RIDFLD TO WS-CNTR-PROBE(1:8)
           EXEC CICS STARTBR FILE('cntr0001')
                RIDFLD (WS-CNTR-PROBE)
                KEYLENGTH (WS-CNTR-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('cntr0001')
                    INTO (WS-CNTR-REC)
                    RIDFLD (WS-CNTR-PROBE)
                    KEYLENGTH (WS-CNTR-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND CNTR-VENDOR-ID = LS-RIDFLD
                   MOVE 'Y' TO WS-IN-USE
               END-IF
               EXEC CICS ENDBR
                   FILE ('cntr0001')
                   NOHANDLE
               END-EXEC
           END-IF
           IF WS-IN-USE = 'Y'
               MOVE 'N' TO WS-IN-USE
               MOVE SPACE TO LS-ACTION
               MOVE 'SM550005' TO MSGX-ID
               MOVE 'Vendor still has contracts - delete those first'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           EXEC CICS DELETE
               FILE ('vend0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-VEND-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-VEND-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(VVIDI) TO LS-RIDFLD
           EXEC CICS READ
               FILE ('vend0001')
               INTO (WS-VEND-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-VEND-KEY-LEN)
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
           MOVE SPACES TO WS-VEND-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO VVIDL
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
           MOVE SPACES TO WS-VEND-REC
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
               YYYYMMDD (M55DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM55M')
                MAPSET ('SM55S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO VNAMA
                            VPHNA
                            VNTFA
                            VACCA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO VVIDA
                            VNAMA
                            VPHNA
                            VNTFA
                            VACCA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM55M')
                MAPSET ('SM55S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE VEND-ID TO VVIDO
           MOVE VEND-NAME TO VNAMO
           MOVE VEND-PHONE TO VPHNO
           MOVE VEND-NOTIFY-ADDR TO VNTFO
           MOVE VEND-ACCOUNT TO VACCO
           MOVE VEND-UPDATED-BY TO VUPDO
           IF VEND-UPDATED-DATE NUMERIC
               AND VEND-UPDATED-DATE > ZERO
               MOVE VEND-UPDATED-DATE TO VUDTO
           ELSE
               MOVE SPACES TO VUDTO
           END-IF.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF VVIDL > ZERO
               MOVE FUNCTION UPPER-CASE(VVIDI) TO VEND-ID
           END-IF
           IF VNAML > ZERO
               MOVE VNAMI TO VEND-NAME
           END-IF
           IF VPHNL > ZERO
               MOVE VPHNI TO VEND-PHONE
           END-IF
           IF VNTFL > ZERO
               MOVE VNTFI TO VEND-NOTIFY-ADDR
           END-IF
           IF VACCL > ZERO
               MOVE VACCI TO VEND-ACCOUNT
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM55')
      *    (same idiom as SM0054's TRANSID('SM54')) rather than
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
                   TRANSID ('SM55')
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
