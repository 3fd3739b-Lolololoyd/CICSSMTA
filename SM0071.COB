       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0071.
      ******************************************************************
      *DESCRIPTION: User preferences - the usrp0001 record of the      *
      *             signed-on user: the CICS terminal their print      *
      *             requests go to (blank is P001) and the language    *
      *             their screen messages are shown in (a two-letter   *
      *             msgc0001 catalog language, blank is EN; text not   *
      *             yet translated still shows in EN), and the         *
      *             TKTDIG01 open-ticket digest: how often it is sent  *
      *             (D daily - the default, W weekly, N never), Y to   *
      *             be sent only the tickets whose status has moved    *
      *             since the last one, and when the last one went out *
      *             (display only). The screen opens on the user's     *
      *             own preferences; an ADMIN may key another userid   *
      *             (it must be on uaf00001) and set theirs. ENTER     *
      *             saves, writing the record the first time. Reached  *
      *             under its own SM71 transid, the SM0068 precedent.  *
      *             PF3 returns to the menu.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-LENGTH                     PIC S9(4) COMP.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-ADMIN-OK                   PIC X(01) VALUE 'N'.
       01  WS-ON-FILE                    PIC X(01) VALUE 'N'.
       01  WS-USERID                     PIC X(08).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-RESP                       PIC S9(8) COMP.
      *    The fields as keyed, held apart from the map so a refused
      *    entry can be echoed back.
       01  WS-IN-USERID                  PIC X(08) VALUE SPACES.
       01  WS-IN-TERMID                  PIC X(04) VALUE SPACES.
       01  WS-IN-LANG                    PIC X(02) VALUE SPACES.
       01  WS-IN-FREQ                    PIC X(01) VALUE SPACES.
       01  WS-IN-CHANGES                 PIC X(01) VALUE SPACES.
       01  WS-LAST-EDIT.
           05  WS-LAST-YYYY              PIC X(04).
           05  FILLER                    PIC X(01) VALUE '-'.
           05  WS-LAST-MM                PIC X(02).
           05  FILLER                    PIC X(01) VALUE '-'.
           05  WS-LAST-DD                PIC X(02).
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
       01  WS-USRP-REC.
           COPY USRP0001.
       01  WS-UPRF-REC.
           COPY UPRF0001.
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       01  WS-CA.
           COPY PRFCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM71S'  PIC X(7).
       COPY SM71S.
       COPY DFHAID.
       COPY DFHBMSCA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(08).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 110-CHECK-ADMIN
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               MOVE WS-USERID TO CA-PRF-USERID
               PERFORM 200-SHOW-PREFERENCES
           END-IF
           MOVE DFHCOMMAREA TO WS-CA
           PERFORM 210-CHECK-AID.
       100-EXIT.
           EXIT.

      *    Everyone sets their own; the uaf00001 ADMIN flag decides
      *    who may set someone else's.
       110-CHECK-ADMIN.
           MOVE 'N' TO WS-ADMIN-OK
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND WS-UAF-ADMIN = 'Y'
               MOVE 'Y' TO WS-ADMIN-OK
           END-IF.
       110-EXIT.
           EXIT.

      *    The preferences on file for the user in the commarea, or
      *    the defaults when they have never saved any.
       200-SHOW-PREFERENCES.
           PERFORM 260-READ-PREFERENCES
           PERFORM 250-SHOW-DETAIL
           IF WS-ON-FILE = 'Y'
               MOVE SPACES TO ERRMSGO
           ELSE
               MOVE 'SM710001' TO MSGX-ID
               MOVE 'No preferences saved yet - defaults shown'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-SCREEN.
       200-EXIT.
           EXIT.

       210-CHECK-AID.
           EVALUATE EIBAID
           WHEN DFHPF3
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM71M')
                   MAPSET ('SM71S')
                   INTO (SM71MI)
               END-EXEC
               PERFORM 215-CHECK-ENTRY
           WHEN OTHER
               PERFORM 260-READ-PREFERENCES
               PERFORM 250-SHOW-DETAIL
               MOVE 'SM710002' TO MSGX-ID
               MOVE 'Invalid PFKey - ENTER saves, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    A new userid brings up that user's preferences - an ADMIN
      *    only; otherwise ENTER saves what is on the screen.
       215-CHECK-ENTRY.
           PERFORM 216-GET-DETAIL
           IF WS-IN-USERID NOT = SPACES
               AND WS-IN-USERID NOT = CA-PRF-USERID
               IF WS-ADMIN-OK NOT = 'Y'
                   PERFORM 260-READ-PREFERENCES
                   PERFORM 250-SHOW-DETAIL
                   MOVE 'SM710003' TO MSGX-ID
                   MOVE 'ADMIN authority required for another user'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-SCREEN
               END-IF
               MOVE SPACES TO WS-UAF-USERID
               MOVE WS-IN-USERID TO WS-UAF-USERID
               EXEC CICS READ
                   FILE('uaf00001')
                   INTO (WS-UAF-REC)
                   RIDFLD (WS-UAF-USERID)
                   KEYLENGTH (WS-STD-KEY-LEN)
                   EQUAL
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   PERFORM 260-READ-PREFERENCES
                   PERFORM 250-SHOW-DETAIL
                   MOVE 'SM710004' TO MSGX-ID
                   MOVE 'User &1 is not on UAF00001' TO MSGX-DEFAULT
                   MOVE WS-IN-USERID TO MSGX-SUB(1)
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-SCREEN
               END-IF
               MOVE WS-IN-USERID TO CA-PRF-USERID
               PERFORM 200-SHOW-PREFERENCES
           END-IF
           PERFORM 300-SAVE-PREFERENCES.
       215-EXIT.
           EXIT.

      *    Only fields the user actually keyed are picked up - an
      *    untouched field comes back with a zero length and keeps the
      *    value on file.
       216-GET-DETAIL.
           PERFORM 260-READ-PREFERENCES
           MOVE USRP-PRINT-TERMID TO WS-IN-TERMID
           MOVE USRP-LANGUAGE TO WS-IN-LANG
           MOVE USRP-DIGEST-FREQ TO WS-IN-FREQ
           MOVE USRP-DIGEST-CHANGES TO WS-IN-CHANGES
           MOVE SPACES TO WS-IN-USERID
           IF IUSRL > ZERO
               MOVE FUNCTION UPPER-CASE(IUSRI) TO WS-IN-USERID
           END-IF
           IF PTRML > ZERO
               MOVE FUNCTION UPPER-CASE(PTRMI) TO WS-IN-TERMID
           END-IF
           IF PLNGL > ZERO
               MOVE FUNCTION UPPER-CASE(PLNGI) TO WS-IN-LANG
           END-IF
           IF DFRQL > ZERO
               MOVE FUNCTION UPPER-CASE(DFRQI) TO WS-IN-FREQ
           END-IF
           IF DCHGL > ZERO
               MOVE FUNCTION UPPER-CASE(DCHGI) TO WS-IN-CHANGES
           END-IF
           IF WS-IN-USERID = LOW-VALUES
               MOVE SPACES TO WS-IN-USERID
           END-IF
           IF WS-IN-TERMID = LOW-VALUES
               MOVE SPACES TO WS-IN-TERMID
           END-IF
           IF WS-IN-LANG = LOW-VALUES
               MOVE SPACES TO WS-IN-LANG
           END-IF
           IF WS-IN-FREQ = LOW-VALUES
               MOVE SPACES TO WS-IN-FREQ
           END-IF
           IF WS-IN-CHANGES = LOW-VALUES
               MOVE SPACES TO WS-IN-CHANGES
           END-IF.
       216-EXIT.
           EXIT.

       230-SEND-SCREEN.
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M71DATEO)
           END-EXEC
           MOVE CA-PRF-USERID TO IUSRO
           MOVE LENGTH OF SM71MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM71M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM71MO)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM71')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

      *    The user's name from the uprf0001 profile goes beside the
      *    userid so an ADMIN can see whose preferences are up.
       250-SHOW-DETAIL.
           MOVE USRP-PRINT-TERMID TO PTRMO
           MOVE USRP-LANGUAGE TO PLNGO
           MOVE USRP-DIGEST-FREQ TO DFRQO
           IF USRP-DIGEST-FREQ = SPACE
               MOVE 'D' TO DFRQO
           END-IF
           MOVE USRP-DIGEST-CHANGES TO DCHGO
           IF USRP-DIGEST-CHANGES = SPACE
               MOVE 'N' TO DCHGO
           END-IF
           MOVE SPACES TO DLSTO
           IF USRP-DIGEST-LAST-DATE IS NUMERIC
               AND USRP-DIGEST-LAST-DATE > ZERO
               MOVE USRP-DIGEST-LAST-DATE(1:4) TO WS-LAST-YYYY
               MOVE USRP-DIGEST-LAST-DATE(5:2) TO WS-LAST-MM
               MOVE USRP-DIGEST-LAST-DATE(7:2) TO WS-LAST-DD
               MOVE WS-LAST-EDIT TO DLSTO
           END-IF
           MOVE SPACES TO UNAMO
           EXEC CICS READ
               FILE ('uprf0001')
               INTO (WS-UPRF-REC)
               RIDFLD (CA-PRF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE UPRF-NAME TO UNAMO
           END-IF.
       250-EXIT.
           EXIT.

       260-READ-PREFERENCES.
           MOVE 'N' TO WS-ON-FILE
           EXEC CICS READ
               FILE ('usrp0001')
               INTO (WS-USRP-REC)
               RIDFLD (CA-PRF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ON-FILE
           ELSE
               MOVE SPACES TO WS-USRP-REC
               MOVE CA-PRF-USERID TO USRP-USERID
           END-IF.
       260-EXIT.
           EXIT.

      *    ENTER - the keyed terminal, language and digest choices
      *    replace the ones on file, or make the user's first record.
      *    The language is a two-letter catalog code; one with no
      *    catalog text yet is accepted and simply shows EN until the
      *    text is added. A blank digest frequency is daily and a
      *    blank changes-only is N. The last-digest date is TKTDIG01's
      *    and is never changed here.
       300-SAVE-PREFERENCES.
           IF WS-IN-LANG NOT = SPACES
               AND (WS-IN-LANG NOT ALPHABETIC
                    OR WS-IN-LANG(1:1) = SPACE
                    OR WS-IN-LANG(2:1) = SPACE)
               PERFORM 250-SHOW-DETAIL
               PERFORM 310-ECHO-DETAIL
               MOVE 'SM710005' TO MSGX-ID
               MOVE 'Language must be a two-letter code, e.g. EN'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           IF WS-IN-FREQ = SPACE
               MOVE 'D' TO WS-IN-FREQ
           END-IF
           IF WS-IN-FREQ NOT = 'D' AND WS-IN-FREQ NOT = 'W'
               AND WS-IN-FREQ NOT = 'N'
               PERFORM 250-SHOW-DETAIL
               PERFORM 310-ECHO-DETAIL
               MOVE 'SM710008' TO MSGX-ID
               MOVE 'Digest must be D (daily), W (weekly) or N (never)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           IF WS-IN-CHANGES = SPACE
               MOVE 'N' TO WS-IN-CHANGES
           END-IF
           IF WS-IN-CHANGES NOT = 'Y' AND WS-IN-CHANGES NOT = 'N'
               PERFORM 250-SHOW-DETAIL
               PERFORM 310-ECHO-DETAIL
               MOVE 'SM710009' TO MSGX-ID
               MOVE 'Changed tickets only must be Y or N'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-SCREEN
           END-IF
           EXEC CICS READ
               FILE ('usrp0001')
               INTO (WS-USRP-REC)
               RIDFLD (CA-PRF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE WS-IN-TERMID TO USRP-PRINT-TERMID
               MOVE WS-IN-LANG TO USRP-LANGUAGE
               MOVE WS-IN-FREQ TO USRP-DIGEST-FREQ
               MOVE WS-IN-CHANGES TO USRP-DIGEST-CHANGES
               EXEC CICS REWRITE
                   FILE ('usrp0001')
                   FROM (WS-USRP-REC)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-USRP-REC
               MOVE CA-PRF-USERID TO USRP-USERID
               MOVE WS-IN-TERMID TO USRP-PRINT-TERMID
               MOVE WS-IN-LANG TO USRP-LANGUAGE
               MOVE WS-IN-FREQ TO USRP-DIGEST-FREQ
               MOVE WS-IN-CHANGES TO USRP-DIGEST-CHANGES
               MOVE ZERO TO USRP-DIGEST-LAST-DATE
               EXEC CICS WRITE
                   FILE ('usrp0001')
                   FROM (WS-USRP-REC)
                   RIDFLD (USRP-USERID)
                   KEYLENGTH (WS-STD-KEY-LEN)
               END-EXEC
           END-IF
           MOVE EIBRESP TO WS-RESP
           PERFORM 250-SHOW-DETAIL
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SM710006' TO MSGX-ID
               MOVE 'Update failed - preferences have not been changed'
                   TO MSGX-DEFAULT
           ELSE
      *        The confirmation is the first message in the language
      *        just chosen when the user saved their own.
               IF CA-PRF-USERID = WS-USERID
                   MOVE SPACES TO MSGX-LANG
               END-IF
               MOVE 'SM710007' TO MSGX-ID
               MOVE 'Preferences saved for &1' TO MSGX-DEFAULT
               MOVE CA-PRF-USERID TO MSGX-SUB(1)
           END-IF
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-SCREEN.
       300-EXIT.
           EXIT.

      *    A refused entry goes back out as keyed so it can be fixed
      *    rather than retyped.
       310-ECHO-DETAIL.
           MOVE WS-IN-TERMID TO PTRMO
           MOVE WS-IN-LANG TO PLNGO
           MOVE WS-IN-FREQ TO DFRQO
           MOVE WS-IN-CHANGES TO DCHGO.
       310-EXIT.
           EXIT.

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
