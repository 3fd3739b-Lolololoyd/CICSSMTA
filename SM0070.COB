       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0070.
      ******************************************************************
      *DESCRIPTION: msgc0001 message catalog maintenance -             *
      *             ADD/CHANGE/DELETE/FIND, modeled on SM0047's team   *
      *             maintenance screen. An entry is a message id and a *
      *             two-letter language with the text the screens show *
      *             (&1-&5 stand for the values the program fills in)  *
      *             and a note on where it is used. A blank language   *
      *             is EN. EN is the fallback for every other          *
      *             language, so a translation can only be added once  *
      *             the EN text for the id is on file, and the EN text *
      *             cannot be deleted while translations remain; the   *
      *             EN text is shown beside a translation for          *
      *             reference. Who last changed an entry and when is   *
      *             kept on it. The ids still missing are listed by    *
      *             MSGRPT01. ADMIN only - reached under its own SM70  *
      *             transid, the SM0066 precedent.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM70S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-MSGC-KEY-LEN               PIC S9(4) COMP VALUE 10.
       01  WS-ENG-FOUND                  PIC X(01) VALUE 'N'.
       01  WS-TRN-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01  WS-BR-DONE                    PIC X(01) VALUE 'N'.
       01  WS-BR-RID                     PIC X(10) VALUE LOW-VALUES.
       01  WS-MSGC-REC.
           COPY MSGC0001.
      *    The EN entry for the id on the screen - the reference text
      *    beside a translation, and the fallback every translation
      *    needs on file.
       01  WS-ENG-REC.
           05  WS-ENG-KEY.
               10  WS-ENG-ID             PIC X(08).
               10  WS-ENG-LANG           PIC X(02).
           05  WS-ENG-TEXT               PIC X(79).
           05  FILLER                    PIC X(61).
       01  WS-BR-REC.
           05  WS-BR-ID                  PIC X(08).
           05  WS-BR-LANG                PIC X(02).
           05  FILLER                    PIC X(140).
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
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
      *    The commarea is held in storage - a raw SM70 start has
      *    none to address.
       01  WS-CA.
           COPY MSGCOMM.
       COPY SM70S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(39).
       PROCEDURE DIVISION.
       000-PROCESS.
           MOVE SPACE TO MSGO
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 010-CHECK-ADMIN
           EXEC CICS HANDLE CONDITION
                DUPREC (9040-DUPREC)
                NOTFND (9060-NOTFND)
           END-EXEC
           EXEC CICS IGNORE CONDITION
               MAPFAIL
           END-EXEC
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               GO TO 9030-NEW-MAP
           END-IF
           MOVE DFHCOMMAREA TO WS-CA
           IF LS-CURRENT-MAP NOT = WS-CURRENT-MAP
               GO TO 9030-NEW-MAP
           ELSE
               GO TO 050-RECEIVE
           END-IF.
      *
      *    The SM70 transid can be keyed raw, so the role is checked
      *    here - the SM0066 110-CHECK-ADMIN precedent.
       010-CHECK-ADMIN.
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
                   PF10 (1010-RETURN-TO-MENU)
               END-EXEC
           END-EVALUATE
           EXEC CICS RECEIVE
               MAP ('SM70M')
               MAPSET ('SM70S')
           END-EXEC
           GO TO 9000-INVALID-ACTION.
      *
       1001-FIND.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHBMFSE TO MIDNA MLNGA
           MOVE SPACES TO MIDNO MLNGO
           MOVE 'SM700001' TO MSGX-ID
           MOVE 'Enter message id and language and press ENTER key'
               TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO MIDNL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO MTXTL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1005-ADD.
           MOVE 'ADD' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE DFHBMFSE TO MIDNA MLNGA
           MOVE SPACE TO MIDNO MLNGO MTXTO MNOTO MENGO MUPBO MUPDO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO MIDNL
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
               FILE ('msgc0001')
               INTO (WS-MSGC-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-MSGC-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
       2000-FILE-ADD.
           MOVE SPACES TO WS-MSGC-REC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               MOVE MSGC-KEY TO LS-RIDFLD
               EXEC CICS WRITE
                   FILE ('msgc0001')
                   FROM (WS-MSGC-REC)
                   RIDFLD (MSGC-KEY)
                   KEYLENGTH (WS-MSGC-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2010-FILE-CHANGE.
           EXEC CICS READ
               FILE ('msgc0001')
               INTO (WS-MSGC-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-MSGC-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           PERFORM 2015-EDIT
           IF LS-ACTION = SPACE
               EXEC CICS REWRITE
                   FILE ('msgc0001')
                   FROM (WS-MSGC-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
      *    A blank language is the EN text.
           IF MSGC-LANG = SPACES OR MSGC-LANG = LOW-VALUES
               MOVE 'EN' TO MSGC-LANG
           END-IF
           PERFORM 2016-CHECK-ENGLISH
           EVALUATE TRUE
           WHEN MSGC-ID = LOW-VALUES OR MSGC-ID = SPACES
               MOVE 'SM700002' TO MSGX-ID
               MOVE 'Message id cannot be blank' TO MSGX-DEFAULT
               MOVE -1 TO MIDNL
           WHEN MSGC-LANG NOT ALPHABETIC
               OR MSGC-LANG(1:1) = SPACE OR MSGC-LANG(2:1) = SPACE
               MOVE 'SM700003' TO MSGX-ID
               MOVE 'Language must be a two-letter code' TO MSGX-DEFAULT
               MOVE -1 TO MLNGL
           WHEN MSGC-TEXT = LOW-VALUES OR MSGC-TEXT = SPACES
               MOVE 'SM700004' TO MSGX-ID
               MOVE 'Message text cannot be blank' TO MSGX-DEFAULT
               MOVE -1 TO MTXTL
           WHEN MSGC-LANG NOT = 'EN' AND WS-ENG-FOUND NOT = 'Y'
               MOVE 'SM700005' TO MSGX-ID
               MOVE 'Add the EN text for this id first' TO MSGX-DEFAULT
               MOVE -1 TO MLNGL
           WHEN OTHER
               MOVE SPACES TO MSGX-ID
               MOVE SPACE TO LS-ACTION
               MOVE WS-USERID TO MSGC-UPD-BY
               PERFORM 9080-STAMP-TODAY
               MOVE WS-TODAY TO MSGC-UPD-DATE
               PERFORM 9110-RESTORE-ATTRIBUTES
               PERFORM 9130-MOVE-FILE-TO-SCREEN
           END-EVALUATE
           IF MSGX-ID NOT = SPACES
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           ELSE
               MOVE SPACE TO MSGO
           END-IF
           MOVE MSGC-KEY TO LS-RIDFLD.
      *
      *    The EN entry for the id being edited - a translation needs
      *    it on file to fall back on.
       2016-CHECK-ENGLISH.
           MOVE 'N' TO WS-ENG-FOUND
           MOVE SPACES TO WS-ENG-TEXT
           IF MSGC-ID NOT = SPACES AND MSGC-ID NOT = LOW-VALUES
               MOVE MSGC-ID TO WS-ENG-ID
               MOVE 'EN' TO WS-ENG-LANG
               EXEC CICS READ
                   FILE ('msgc0001')
                   INTO (WS-ENG-REC)
                   RIDFLD (WS-ENG-KEY)
                   KEYLENGTH (WS-MSGC-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-ENG-FOUND
               ELSE
                   MOVE SPACES TO WS-ENG-TEXT
               END-IF
           END-IF.
      *
       2020-FILE-DELETE.
           PERFORM 2021-CHECK-TRANSLATIONS THRU 2021-EXIT
           IF WS-TRN-COUNT > ZERO
               MOVE 'SM700006' TO MSGX-ID
               MOVE 'EN text still has translations - delete them first'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE SPACE TO LS-ACTION
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           EXEC CICS DELETE
               FILE ('msgc0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-MSGC-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-MSGC-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    Only the EN text is guarded - the other languages of the id
      *    sit next to it in key order, so a short browse counts them.
       2021-CHECK-TRANSLATIONS.
           MOVE ZERO TO WS-TRN-COUNT
           MOVE 'N' TO WS-BR-DONE
           IF LS-RIDFLD(9:2) NOT = 'EN'
               GO TO 2021-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-BR-RID
           MOVE LS-RIDFLD(1:8) TO WS-BR-RID(1:8)
           EXEC CICS STARTBR FILE('msgc0001')
                RIDFLD (WS-BR-RID)
                KEYLENGTH (WS-MSGC-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 2021-EXIT
           END-IF
           PERFORM UNTIL WS-BR-DONE = 'Y'
               EXEC CICS READNEXT FILE('msgc0001')
                    INTO (WS-BR-REC)
                    RIDFLD (WS-BR-RID)
                    KEYLENGTH (WS-MSGC-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR WS-BR-ID NOT = LS-RIDFLD(1:8)
                   MOVE 'Y' TO WS-BR-DONE
               ELSE
                   IF WS-BR-LANG NOT = 'EN'
                       ADD 1 TO WS-TRN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('msgc0001')
               NOHANDLE
           END-EXEC.
       2021-EXIT.
           EXIT.
      *
       2030-FILE-FIND.
           MOVE SPACES TO LS-RIDFLD
           MOVE FUNCTION UPPER-CASE(MIDNI) TO LS-RIDFLD(1:8)
           IF MLNGL > ZERO AND MLNGI NOT = SPACES
               MOVE FUNCTION UPPER-CASE(MLNGI) TO LS-RIDFLD(9:2)
           ELSE
               MOVE 'EN' TO LS-RIDFLD(9:2)
           END-IF
           EXEC CICS READ
               FILE ('msgc0001')
               INTO (WS-MSGC-REC)
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-MSGC-KEY-LEN)
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
           MOVE SPACES TO LS-NEXT-PROG
           MOVE SPACES TO WS-MSGC-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9070-SEND-MAP.
      *
       9040-DUPREC.
           MOVE -1 TO MIDNL
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
           MOVE SPACES TO WS-MSGC-REC
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
               YYYYMMDD (M70DATEO)
           END-EXEC
           EXEC CICS SEND MAP ('SM70M')
                MAPSET ('SM70S')
                FREEKB
                ERASE
           END-EXEC
           GO TO 9998-RETURN.
      *
       9080-STAMP-TODAY.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY)
           END-EXEC.
      *
       9100-UNPROTECT.
           MOVE DFHBMFSE TO MTXTA
                            MNOTA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO MIDNA
                            MLNGA
                            MTXTA
                            MNOTA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
                SEND MAP ('SM70M')
                MAPSET ('SM70S')
                CURSOR
                FREEKB
                DATAONLY
           END-EXEC
           GO TO 9998-RETURN.
      *
      *    A translation is shown with its EN text beneath for
      *    reference; the EN entry itself leaves that line blank.
       9130-MOVE-FILE-TO-SCREEN.
           MOVE MSGC-ID          TO MIDNO
           MOVE MSGC-LANG        TO MLNGO
           MOVE MSGC-TEXT        TO MTXTO
           MOVE MSGC-NOTE        TO MNOTO
           MOVE MSGC-UPD-BY      TO MUPBO
           MOVE SPACES           TO MUPDO MENGO
           IF MSGC-UPD-DATE IS NUMERIC AND MSGC-UPD-DATE > ZERO
               STRING MSGC-UPD-DATE(1:4) '-' MSGC-UPD-DATE(5:2) '-'
                      MSGC-UPD-DATE(7:2)
                   DELIMITED BY SIZE INTO MUPDO
           END-IF
           IF MSGC-LANG NOT = 'EN' AND MSGC-LANG NOT = SPACES
               PERFORM 2016-CHECK-ENGLISH
               MOVE WS-ENG-TEXT TO MENGO
           END-IF.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF MIDNL > ZERO
               MOVE FUNCTION UPPER-CASE(MIDNI) TO MSGC-ID
           END-IF
           IF MLNGL > ZERO
               MOVE FUNCTION UPPER-CASE(MLNGI) TO MSGC-LANG
           END-IF
           IF MTXTL > ZERO
               MOVE MTXTI TO MSGC-TEXT
           END-IF
           IF MNOTL > ZERO
               MOVE MNOTI TO MSGC-NOTE
           END-IF.
      *    Self-loop under this program's own dedicated TRANSID('SM70')
      *    (same idiom as SM0047's TRANSID('SM47')).
       9998-RETURN.
           MOVE WS-CURRENT-MAP TO LS-CURRENT-MAP
           IF LS-NEXT-PROG NOT = SPACES
               MOVE LS-NEXT-PROG TO LS-LAST-PROG
               EXEC CICS XCTL
                   PROGRAM (LS-NEXT-PROG)
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID ('SM70')
                   COMMAREA (WS-CA)
                   LENGTH (LENGTH OF WS-CA)
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
