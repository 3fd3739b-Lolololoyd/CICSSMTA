       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0053.
      ******************************************************************
      *DESCRIPTION: Desk call log - quick entry for calls the desk      *
      *             answers, most of which never become a ticket. One   *
      *             ENTER logs one call on clog0001: the caller's       *
      *             userid (checked against uaf00001, the uprf0001 name *
      *             and department shown back), the service code it was *
      *             about (an active svcc0001 entry - its category is   *
      *             copied onto the record), the minutes spent, Y/N for *
      *             resolved on the call, and the ticket number when    *
      *             the call had to be raised as one. The panel clears  *
      *             for the next call and shows the agent's running     *
      *             totals for the day. SERVICE users only - reached    *
      *             from the services menu (option C) and self-looping  *
      *             under its own SM53 transid. PF3 returns to the      *
      *             menu. FCRRPT01 reports the first-contact figures.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-LENGTH                     PIC S9(4) COMP.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-SVC-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-TICKET-KEY-LEN             PIC S9(4) COMP VALUE 6.
       01  WS-CLOG-KEY-LEN               PIC S9(4) COMP VALUE 22.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-USERID                     PIC X(08).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-NOW-TIME                   PIC 9(06) VALUE ZERO.
       01  WS-MINUTES                    PIC 9(03) VALUE ZERO.
       01  WS-MIN-LEN                    PIC S9(4) COMP VALUE ZERO.
       01  WS-CNT-CALLS                  PIC 9(04) VALUE ZERO.
       01  WS-CNT-RESOLVED               PIC 9(04) VALUE ZERO.
       01  WS-CNT-TICKETS                PIC 9(04) VALUE ZERO.
       01  WS-CLOG-RID.
           05  WS-CLOG-RID-DATE          PIC 9(08).
           05  WS-CLOG-RID-AGENT         PIC X(08).
           05  WS-CLOG-RID-TIME          PIC 9(06).
      *    uaf00001 record shape, the inline copy SM0013 keeps for its
      *    own role and caller checks.
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
       01  WS-UPRF-REC.
           COPY UPRF0001.
       01  WS-SVC-CAT-REC.
           COPY SVCCAT01.
       01  WS-TICKET-REC.
           COPY TICKF0001.
       01  WS-CLOG-REC.
           COPY CLOG0001.
       01  WS-CA.
           05  CA-ENTERED                PIC X(01).
       01  WS-CURRENT-MAP  VALUE 'SM53S'  PIC X(7).
       COPY SM53S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-TODAY-DATE)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               TIME (WS-NOW-TIME)
           END-EXEC
           PERFORM 110-CHECK-SERVICE
           IF EIBCALEN = 0
               MOVE 'Y' TO CA-ENTERED
               MOVE LOW-VALUES TO SM53MO
               MOVE 'SM530001' TO MSGX-ID
               MOVE 'Key the call and press ENTER - PF3 returns to menu'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PANEL
           ELSE
               MOVE DFHCOMMAREA TO WS-CA
               PERFORM 210-CHECK-AID
           END-IF.
       100-EXIT.
           EXIT.

      *    The menu only offers option C to SERVICE users, but the
      *    SM53 transid can be keyed raw, so the role is checked here
      *    too - the SM0013 310-CHECK-INQUIRY-ONLY precedent.
       110-CHECK-SERVICE.
           MOVE SPACES TO WS-UAF-USERID
           MOVE WS-USERID TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               OR WS-UAF-SERVICE NOT = 'Y'
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
           END-IF.
       110-EXIT.
           EXIT.

       210-CHECK-AID.
           EVALUATE EIBAID
           WHEN DFHPF3
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM53M')
                   MAPSET ('SM53S')
                   INTO (SM53MI)
               END-EXEC
               PERFORM 300-EDIT-CALL
               PERFORM 400-WRITE-CALL
               MOVE LOW-VALUES TO SM53MO
               MOVE 'SM530012' TO MSGX-ID
               MOVE 'Call logged for &1 - key the next call or PF3'
                   TO MSGX-DEFAULT
               MOVE CLOG-CALLER TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PANEL
           WHEN OTHER
               MOVE 'SM530002' TO MSGX-ID
               MOVE 'Invalid PFKey Pressed - ENTER logs, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 240-RESEND-ENTRY
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    Every field is edited before anything is written; the first
      *    failure goes back with the cursor on its field and the
      *    entry intact.
       300-EDIT-CALL.
           MOVE SPACES TO WS-CLOG-REC
           MOVE SPACES TO CNAMO CDPTO SCATO
           IF CALRL = ZERO OR CALRI = SPACES OR CALRI = LOW-VALUES
               MOVE 'SM530003' TO MSGX-ID
               MOVE 'Enter the caller''s userid' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO CALRL
               PERFORM 240-RESEND-ENTRY
           END-IF
           MOVE FUNCTION UPPER-CASE(CALRI) TO CLOG-CALLER
           MOVE CLOG-CALLER TO WS-UAF-USERID
           EXEC CICS READ
               FILE('uaf00001')
               INTO (WS-UAF-REC)
               RIDFLD (WS-UAF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM530004' TO MSGX-ID
               MOVE 'Caller userid not on the user file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO CALRL
               PERFORM 240-RESEND-ENTRY
           END-IF
           MOVE SPACES TO WS-UPRF-REC
           MOVE CLOG-CALLER TO UPRF-USERID
           EXEC CICS READ
               FILE('uprf0001')
               INTO (WS-UPRF-REC)
               RIDFLD (UPRF-USERID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE UPRF-NAME TO CNAMO
               MOVE UPRF-DEPT TO CDPTO
           END-IF
           IF SVCL = ZERO OR SVCI = SPACES OR SVCI = LOW-VALUES
               MOVE 'SM530005' TO MSGX-ID
               MOVE 'Enter the service code the call was about'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO SVCL
               PERFORM 240-RESEND-ENTRY
           END-IF
           MOVE FUNCTION UPPER-CASE(SVCI) TO SVC-CODE
           EXEC CICS
                READ FILE('svcc0001')
                INTO (WS-SVC-CAT-REC)
                RIDFLD (SVC-CODE)
                KEYLENGTH (WS-SVC-KEY-LEN)
                EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) OR NOT SVC-IS-ACTIVE
               MOVE 'SM530006' TO MSGX-ID
               MOVE 'Service code not an active catalog entry'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO SVCL
               PERFORM 240-RESEND-ENTRY
           END-IF
           MOVE SVC-CODE TO CLOG-SVC-CODE
           MOVE SVC-CATEGORY TO CLOG-CATEGORY SCATO
           PERFORM 310-EDIT-MINUTES
           IF RESVL = ZERO
               OR (RESVI NOT = 'Y' AND RESVI NOT = 'y'
                   AND RESVI NOT = 'N' AND RESVI NOT = 'n')
               MOVE 'SM530007' TO MSGX-ID
               MOVE 'Resolved on the call - Y or N' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO RESVL
               PERFORM 240-RESEND-ENTRY
           END-IF
           MOVE FUNCTION UPPER-CASE(RESVI) TO CLOG-RESOLVED
           IF TKTL > ZERO AND TKTI NOT = SPACES
               AND TKTI NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(TKTI) TO TICKET-NUM
               EXEC CICS READ
                   FILE('tktm0001')
                   INTO (WS-TICKET-REC)
                   RIDFLD (TICKET-NUM)
                   KEYLENGTH (WS-TICKET-KEY-LEN)
                   EQUAL
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'SM530008' TO MSGX-ID
                   MOVE 'Ticket number not on file' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   MOVE -1 TO TKTL
                   PERFORM 240-RESEND-ENTRY
               END-IF
               MOVE TICKET-NUM TO CLOG-TICKET-NUM
           END-IF
           IF NOTEL > ZERO AND NOTEI NOT = LOW-VALUES
               MOVE NOTEI TO CLOG-NOTE
           END-IF.
       300-EXIT.
           EXIT.

      *    Minutes are whole minutes, 1-999, typed with or without
      *    leading zeros.
       310-EDIT-MINUTES.
           MOVE ZERO TO WS-MINUTES
           IF MINSL = ZERO OR MINSI = SPACES OR MINSI = LOW-VALUES
               MOVE 'SM530009' TO MSGX-ID
               MOVE 'Enter the minutes spent on the call'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO MINSL
               PERFORM 240-RESEND-ENTRY
           END-IF
           COMPUTE WS-MIN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(MINSI TRAILING))
           IF MINSI(1:WS-MIN-LEN) NOT NUMERIC
               MOVE 'SM530010' TO MSGX-ID
               MOVE 'Minutes must be a whole number, 1-999'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO MINSL
               PERFORM 240-RESEND-ENTRY
           END-IF
           MOVE MINSI(1:WS-MIN-LEN) TO WS-MINUTES
           IF WS-MINUTES = ZERO
               MOVE 'SM530010' TO MSGX-ID
               MOVE 'Minutes must be a whole number, 1-999'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               MOVE -1 TO MINSL
               PERFORM 240-RESEND-ENTRY
           END-IF
           MOVE WS-MINUTES TO CLOG-MINUTES.
       310-EXIT.
           EXIT.

      *    Keyed date + agent + time; a second call logged by the same
      *    agent inside the same second steps the time on by one.
       400-WRITE-CALL.
           MOVE WS-TODAY-DATE TO CLOG-DATE
           MOVE WS-USERID TO CLOG-AGENT
           MOVE WS-NOW-TIME TO CLOG-TIME
           EXEC CICS WRITE
               FILE ('clog0001')
               FROM (WS-CLOG-REC)
               RIDFLD (CLOG-KEY)
               KEYLENGTH (WS-CLOG-KEY-LEN)
           END-EXEC
           IF EIBRESP = DFHRESP(DUPREC)
               ADD 1 TO CLOG-TIME
               EXEC CICS WRITE
                   FILE ('clog0001')
                   FROM (WS-CLOG-REC)
                   RIDFLD (CLOG-KEY)
                   KEYLENGTH (WS-CLOG-KEY-LEN)
               END-EXEC
           END-IF
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM530011' TO MSGX-ID
               MOVE 'Call log file unavailable - call not logged'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 240-RESEND-ENTRY
           END-IF.
       400-EXIT.
           EXIT.

      *    The agent's calls for today - a generic browse over the
      *    date + agent key prefix.
       420-COUNT-TODAY.
           MOVE ZERO TO WS-CNT-CALLS WS-CNT-RESOLVED WS-CNT-TICKETS
           MOVE WS-TODAY-DATE TO WS-CLOG-RID-DATE
           MOVE WS-USERID TO WS-CLOG-RID-AGENT
           MOVE ZERO TO WS-CLOG-RID-TIME
           EXEC CICS STARTBR FILE('clog0001')
                RIDFLD (WS-CLOG-RID)
                KEYLENGTH (WS-CLOG-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 420-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               EXEC CICS READNEXT FILE('clog0001')
                    INTO (WS-CLOG-REC)
                    RIDFLD (WS-CLOG-RID)
                    KEYLENGTH (WS-CLOG-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR WS-CLOG-RID-DATE NOT = WS-TODAY-DATE
                   OR WS-CLOG-RID-AGENT NOT = WS-USERID
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-CNT-CALLS
                   IF CLOG-IS-RESOLVED
                       ADD 1 TO WS-CNT-RESOLVED
                   END-IF
                   IF CLOG-TICKET-NUM NOT = SPACES
                       ADD 1 TO WS-CNT-TICKETS
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('clog0001')
           END-EXEC.
       420-EXIT.
           EXIT.

      *    A fresh panel for the next call with the day's totals.
       230-SEND-PANEL.
           PERFORM 420-COUNT-TODAY THRU 420-EXIT
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M53DATEO)
           END-EXEC
           MOVE WS-CNT-CALLS TO TCNTO
           MOVE WS-CNT-RESOLVED TO TRESO
           MOVE WS-CNT-TICKETS TO TTKTO
           MOVE -1 TO CALRL
           MOVE LENGTH OF SM53MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM53M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM53MO)
               LENGTH (WS-LENGTH)
               CURSOR
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM53')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

      *    An edit failure goes back with everything typed carried
      *    out again, so the agent only corrects the one field.
       240-RESEND-ENTRY.
           IF CALRL > ZERO
               MOVE CALRI TO CALRO
           END-IF
           IF SVCL > ZERO
               MOVE SVCI TO SVCO
           END-IF
           IF MINSL > ZERO
               MOVE MINSI TO MINSO
           END-IF
           IF RESVL > ZERO
               MOVE RESVI TO RESVO
           END-IF
           IF TKTL > ZERO
               MOVE TKTI TO TKTO
           END-IF
           IF NOTEL > ZERO
               MOVE NOTEI TO NOTEO
           END-IF
           PERFORM 420-COUNT-TODAY THRU 420-EXIT
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M53DATEO)
           END-EXEC
           MOVE WS-CNT-CALLS TO TCNTO
           MOVE WS-CNT-RESOLVED TO TRESO
           MOVE WS-CNT-TICKETS TO TTKTO
           MOVE LENGTH OF SM53MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM53M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM53MO)
               LENGTH (WS-LENGTH)
               CURSOR
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM53')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       240-EXIT.
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
