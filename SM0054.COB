       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0054.
      ******************************************************************
      *DESCRIPTION: part0001 spare-parts maintenance - ADD/CHANGE/      *
      *             DELETE/FIND over the stocked parts the field        *
      *             technicians use against tickets, modeled on         *
      *             SM0035's rate maintenance. Each part carries a      *
      *             description, a unit cost keyed with a decimal       *
      *             point (12.50) and held 9(5)V99, the count on hand,  *
      *             the reorder point PRTROR01 checks it against, and   *
      *             the stock location. On-hand is decremented by the   *
      *             parts-used entries on SM0011; a CHANGE here is how  *
      *             a delivery or a stock count is booked in.           *
      *             Reached under its own SM54 transid, the SM0028      *
      *             precedent.                                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM54S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-PART-KEY-LEN               PIC S9(4) COMP VALUE 10.
       01  WS-AMT-EDIT                   PIC ZZZZ9.99.
       01  WS-CNT-EDIT                   PIC ZZZZ9.
       01  WS-PART-REC.
           COPY PART0001.
       COPY SM54S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY PARTCOMM.
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
               MAP ('SM54M')
               MAPSET ('SM54S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO PNUMA
           MOVE SPACES TO PNUMO
           MOVE 'SM540001' TO MSGX-ID
           MOVE 'Enter part number, then ENTER' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PNUML
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PDSCL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO PNUMA
           MOVE SPACES TO PNUMO PDSCO PCSTO PONHO PROPO PLOCO
                          PUPDO PUDTO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO PNUML
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
               FILE ('part0001')
               INTO (WS-PART-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-PART-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-PART-REC
           MOVE ZERO TO PART-UNIT-COST PART-ON-HAND PART-REORDER-PT
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE PART-NUM TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('part0001')
                   FROM (WS-PART-REC)
                   RIDFLD (PART-NUM)
                   KEYLENGTH (WS-PART-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('part0001')
               INTO (WS-PART-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-PART-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('part0001')
                   FROM (WS-PART-REC)
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
           WHEN PART-NUM = LOW-VALUES OR PART-NUM = SPACES
               MOVE 'SM540002' TO MSGX-ID
               MOVE 'Part number cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PNUML
           WHEN PART-DESC = LOW-VALUES OR PART-DESC = SPACES
               MOVE 'SM540003' TO MSGX-ID
               MOVE 'Description cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PDSCL
           WHEN PART-UNIT-COST NOT NUMERIC
               MOVE 'SM540004' TO MSGX-ID
               MOVE 'Unit cost must be an amount, e.g. 12.50'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PCSTL
           WHEN PART-ON-HAND NOT NUMERIC
               MOVE 'SM540005' TO MSGX-ID
               MOVE 'On hand must be a whole number' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PONHL
           WHEN PART-REORDER-PT NOT NUMERIC
               MOVE 'SM540006' TO MSGX-ID
               MOVE 'Reorder point must be a whole number'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PROPL
           WHEN PART-LOCATION = LOW-VALUES OR PART-LOCATION = SPACES
               MOVE 'SM540007' TO MSGX-ID
               MOVE 'Stock location cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO PLOCL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               EXEC CICS ASSIGN
                   USERID (WS-USERID)
               END-EXEC
               MOVE WS-USERID TO PART-UPDATED-BY
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (PART-UPDATED-DATE)
               END-EXEC
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           MOVE PART-NUM TO LS-RIDFLD.
      *
       2020-FILE-DELETE.
           EXEC CICS DELETE
               FILE ('part0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-PART-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-PART-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2030-FILE-FIND.
           MOVE FUNCTION UPPER-CASE(PNUMI) TO LS-RIDFLD
           EXEC CICS READ
               FILE ('part0001')
               INTO (WS-PART-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-PART-KEY-LEN)
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
           MOVE SPACES TO WS-PART-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO PNUML
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
           MOVE SPACES TO WS-PART-REC
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
               YYYYMMDD (M54DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM54M')
                MAPSET ('SM54S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO PDSCA
                            PCSTA
                            PONHA
                            PROPA
                            PLOCA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO PNUMA
                            PDSCA
                            PCSTA
                            PONHA
                            PROPA
                            PLOCA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM54M')
                MAPSET ('SM54S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
       9130-MOVE-FILE-TO-SCREEN.
           MOVE PART-NUM TO PNUMO
           MOVE PART-DESC TO PDSCO
           IF PART-UNIT-COST NUMERIC
               MOVE PART-UNIT-COST TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO PCSTO
           ELSE
               MOVE SPACES TO PCSTO
           END-IF
           IF PART-ON-HAND NUMERIC
               MOVE PART-ON-HAND TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT TO PONHO
           ELSE
               MOVE SPACES TO PONHO
           END-IF
           IF PART-REORDER-PT NUMERIC
               MOVE PART-REORDER-PT TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT TO PROPO
           ELSE
               MOVE SPACES TO PROPO
           END-IF
           MOVE PART-LOCATION TO PLOCO
           MOVE PART-UPDATED-BY TO PUPDO
           IF PART-UPDATED-DATE NUMERIC
               AND PART-UPDATED-DATE > ZERO
               MOVE PART-UPDATED-DATE TO PUDTO
           ELSE
               MOVE SPACES TO PUDTO
           END-IF.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF PNUML > ZERO
               MOVE FUNCTION UPPER-CASE(PNUMI) TO PART-NUM
           END-IF
           IF PDSCL > ZERO
               MOVE PDSCI TO PART-DESC
           END-IF
           IF PCSTL > ZERO
               COMPUTE PART-UNIT-COST =
                   FUNCTION NUMVAL(PCSTI)
           END-IF
           IF PONHL > ZERO
               COMPUTE PART-ON-HAND =
                   FUNCTION NUMVAL(PONHI)
           END-IF
           IF PROPL > ZERO
               COMPUTE PART-REORDER-PT =
                   FUNCTION NUMVAL(PROPI)
           END-IF
           IF PLOCL > ZERO
               MOVE FUNCTION UPPER-CASE(PLOCI) TO PART-LOCATION
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM54')
      *    (same idiom as SM0035's TRANSID('SM35')) rather than
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
                   TRANSID ('SM54')
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
