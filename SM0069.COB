       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0069.
      ******************************************************************
      *DESCRIPTION: Batch job-stream maintenance - the jseq0001 steps  *
      *             BTCHDRV1 runs each night, listed in step order     *
      *             (step, job, predecessor, run condition and day,    *
      *             the head of the command line). The detail line     *
      *             carries one step: S against a line loads it there; *
      *             PF5 adds the keyed step; C against a line changes  *
      *             it to the keyed fields (a predecessor of * clears  *
      *             it); D against a line deletes it. A step is        *
      *             refused when its number is already in use, when    *
      *             its predecessor is not the job of an earlier step  *
      *             (BTCHDRV1 only looks back up the stream), or when  *
      *             it would close a dependency loop; a step whose job *
      *             a later step waits on may not be deleted or have   *
      *             its job renamed while no other earlier step runs   *
      *             that job. Every add, change and delete needs a     *
      *             reason and writes a jsqh0001 history record (old   *
      *             and new step, who, when, why). W against a line,   *
      *             or a job keyed in the after field, lists the steps *
      *             a failure of that job would hold up - every step   *
      *             waiting on it directly or down a chain; blanking   *
      *             the field returns to the whole stream. ADMIN only  *
      *             - reached under its own SM69 transid, the SM0066   *
      *             precedent. PF7/PF8 page, PF3 returns to the menu.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-LENGTH                     PIC S9(4) COMP.
       01  WS-LOOP                       PIC S9(4) COMP VALUE 10.
       01  WS-COUNT                      PIC S9(4) COMP.
       01  WS-FILLED                     PIC S9(4) COMP VALUE ZERO.
       01  WS-PICKED                     PIC S9(4) COMP VALUE ZERO.
       01  WS-JSEQ-KEY-LEN               PIC S9(4) COMP VALUE 3.
       01  WS-JSQH-KEY-LEN               PIC S9(4) COMP VALUE 19.
       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-FOUND                      PIC X(01) VALUE 'N'.
       01  WS-CHANGED                    PIC X(01) VALUE 'N'.
       01  WS-HIST-OK                    PIC X(01) VALUE 'Y'.
       01  WS-HIST-ACTION                PIC X(01) VALUE SPACE.
       01  WS-PICK-CODE                  PIC X(01) VALUE SPACE.
       01  WS-RIDFLD                     PIC X(03).
       01  WS-USERID                     PIC X(08).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-NOW-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-MESSAGE                    PIC X(71) VALUE SPACES.
       01  WS-DEP-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-WAIT-STEP                  PIC X(03) VALUE SPACES.
      *    The detail line as keyed, held apart from the map so the
      *    page can be rebuilt (which blanks the map) and the entry
      *    echoed back when it is refused.
       01  WS-IN-STEP                    PIC X(03) VALUE SPACES.
       01  WS-IN-STEP-N REDEFINES WS-IN-STEP
                                         PIC 9(03).
       01  WS-IN-JOB                     PIC X(08) VALUE SPACES.
       01  WS-IN-PRED                    PIC X(08) VALUE SPACES.
       01  WS-IN-COND                    PIC X(01) VALUE SPACE.
       01  WS-IN-DAY                     PIC X(01) VALUE SPACE.
       01  WS-IN-COMMAND                 PIC X(60) VALUE SPACES.
       01  WS-IN-REASON                  PIC X(40) VALUE SPACES.
       01  WS-IN-AFTER                   PIC X(08) VALUE SPACES.
      *    The step being edited, with the keyed fields laid over the
      *    one on file - what the checks judge and what is written.
       01  WS-NEW-STEP                   PIC X(03) VALUE SPACES.
       01  WS-NEW-JOB                    PIC X(08) VALUE SPACES.
       01  WS-NEW-PRED                   PIC X(08) VALUE SPACES.
       01  WS-NEW-COND                   PIC X(01) VALUE SPACE.
       01  WS-NEW-DAY                    PIC X(01) VALUE SPACE.
       01  WS-NEW-COMMAND                PIC X(60) VALUE SPACES.
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
       01  WS-JSEQ-REC.
           COPY JSEQ0001.
      *    The step as it stood before the change, for the history.
       01  WS-OLD-REC.
           COPY JSEQ0001 REPLACING LEADING ==JSEQ-== BY ==OLD-==.
      *    The table browse reads into its own area so the step being
      *    worked on survives the rebuild of the list around it.
       01  WS-LIST-REC.
           COPY JSEQ0001 REPLACING LEADING ==JSEQ-== BY ==LST-==.
       01  WS-JSQH-REC.
           COPY JSQH0001.
      *    The whole stream in step order - never more than the 100
      *    steps BTCHDRV1 loads - so the checks can follow the
      *    predecessor chains and the after list can be cut from it.
      *    The mark byte picks the steps a chain reaches.
       01  WS-TAB-MAX                    PIC S9(4) COMP VALUE 100.
       01  WS-TAB-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01  WS-TAB-IX                     PIC S9(4) COMP VALUE ZERO.
       01  WS-TAB-JX                     PIC S9(4) COMP VALUE ZERO.
       01  WS-TAB-SELF                   PIC S9(4) COMP VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-TAB-ENTRY OCCURS 100 TIMES.
               10  WS-TAB-STEP           PIC X(03).
               10  WS-TAB-JOB            PIC X(08).
               10  WS-TAB-PRED           PIC X(08).
               10  WS-TAB-COND           PIC X(01).
               10  WS-TAB-DAY            PIC X(01).
               10  WS-TAB-CMD            PIC X(40).
               10  WS-TAB-MARK           PIC X(01).
       01  WS-CA.
           COPY JSQCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM69S'  PIC X(7).
       COPY SM69S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(48).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC
           PERFORM 110-CHECK-ADMIN
           PERFORM 280-STAMP-NOW
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               SET CA-JSQ-ALL TO TRUE
               MOVE LOW-VALUES TO CA-TOP-KEY
               PERFORM 240-CLEAR-PAGE
               PERFORM 200-LIST-PAGE
           END-IF
           MOVE DFHCOMMAREA TO WS-CA
           PERFORM 210-CHECK-AID.
       100-EXIT.
           EXIT.

      *    The SM69 transid can be keyed raw, so the role is checked
      *    here - the SM0066 110-CHECK-ADMIN precedent.
       110-CHECK-ADMIN.
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
               OR WS-UAF-ADMIN NOT = 'Y'
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
           WHEN DFHPF8
               PERFORM 225-NEXT-PAGE
           WHEN DFHPF7
               PERFORM 220-PREV-PAGE
           WHEN DFHPF5
               EXEC CICS RECEIVE MAP('SM69M')
                   MAPSET ('SM69S')
                   INTO (SM69MI)
               END-EXEC
               PERFORM 216-GET-DETAIL
               PERFORM 240-CLEAR-PAGE
               PERFORM 400-ADD-STEP
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM69M')
                   MAPSET ('SM69S')
                   INTO (SM69MI)
               END-EXEC
               PERFORM 215-CHECK-ENTRY
           WHEN OTHER
               MOVE 'SM690001' TO MSGX-ID
               MOVE 'Invalid PFKey - PF5 adds, PF7/PF8 page, PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    A job keyed in the after field lists what a failure of it
      *    holds up, from the top; blanking it goes back to the whole
      *    stream. A code on a line acts on that line; a bare ENTER
      *    redraws the page in place.
       215-CHECK-ENTRY.
           MOVE SPACES TO WS-IN-AFTER
           IF IAFTL > ZERO
               MOVE FUNCTION UPPER-CASE(IAFTI) TO WS-IN-AFTER
               IF WS-IN-AFTER = LOW-VALUES
                   MOVE SPACES TO WS-IN-AFTER
               END-IF
               IF WS-IN-AFTER = SPACES
                   IF CA-JSQ-AFTER
                       SET CA-JSQ-ALL TO TRUE
                       MOVE SPACES TO CA-JSQ-AFTER-JOB
                       MOVE LOW-VALUES TO CA-TOP-KEY
                       PERFORM 240-CLEAR-PAGE
                       PERFORM 200-LIST-PAGE
                   END-IF
               ELSE
                   IF CA-JSQ-ALL OR WS-IN-AFTER NOT = CA-JSQ-AFTER-JOB
                       PERFORM 260-LIST-AFTER
                   END-IF
               END-IF
           END-IF
           PERFORM 216-GET-DETAIL
           MOVE ZERO TO WS-PICKED
           MOVE SPACE TO WS-PICK-CODE
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP OR WS-PICKED > ZERO
               IF LSELL(WS-COUNT) > ZERO
                   AND LSELI(WS-COUNT) NOT = SPACE
                   AND CA-ROW-KEY(WS-COUNT) NOT = SPACES
                   MOVE WS-COUNT TO WS-PICKED
                   MOVE FUNCTION UPPER-CASE(LSELI(WS-COUNT))
                       TO WS-PICK-CODE
               END-IF
           END-PERFORM
           PERFORM 240-CLEAR-PAGE
           EVALUATE WS-PICK-CODE
           WHEN SPACE
               PERFORM 200-LIST-PAGE
           WHEN 'S'
               PERFORM 250-SHOW-STEP
           WHEN 'C'
               PERFORM 300-CHANGE-STEP
           WHEN 'D'
               PERFORM 310-DELETE-STEP
           WHEN 'W'
               PERFORM 265-READ-PICK
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   PERFORM 201-BUILD-PAGE
                   MOVE 'SM690002' TO MSGX-ID
                   MOVE 'Step is no longer on file' TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
                   PERFORM 230-SEND-PAGE
               END-IF
               MOVE JSEQ-JOB-NAME TO WS-IN-AFTER
               PERFORM 260-LIST-AFTER
           WHEN OTHER
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM690003' TO MSGX-ID
               MOVE 'Select S show, C change, D delete, W what runs afte
      -            'r'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       215-EXIT.
           EXIT.

      *    Only fields the user actually keyed are picked up - an
      *    untouched detail line comes back with a zero length. A
      *    step number keyed short is taken as the number it reads.
       216-GET-DETAIL.
           MOVE SPACES TO WS-IN-STEP WS-IN-JOB WS-IN-PRED WS-IN-COND
                          WS-IN-DAY WS-IN-COMMAND WS-IN-REASON
           IF DSTPL > ZERO
               MOVE DSTPI TO WS-IN-STEP
           END-IF
           IF DJOBL > ZERO
               MOVE FUNCTION UPPER-CASE(DJOBI) TO WS-IN-JOB
           END-IF
           IF DPRDL > ZERO
               MOVE FUNCTION UPPER-CASE(DPRDI) TO WS-IN-PRED
           END-IF
           IF DCNDL > ZERO
               MOVE FUNCTION UPPER-CASE(DCNDI) TO WS-IN-COND
           END-IF
           IF DDAYL > ZERO
               MOVE DDAYI TO WS-IN-DAY
           END-IF
           IF DCMDL > ZERO
               MOVE DCMDI TO WS-IN-COMMAND
           END-IF
           IF DRSNL > ZERO
               MOVE DRSNI TO WS-IN-REASON
           END-IF
           INSPECT WS-IN-STEP REPLACING ALL LOW-VALUES BY SPACES
           IF WS-IN-JOB = LOW-VALUES
               MOVE SPACES TO WS-IN-JOB
           END-IF
           IF WS-IN-PRED = LOW-VALUES
               MOVE SPACES TO WS-IN-PRED
           END-IF
           IF WS-IN-COND = LOW-VALUES
               MOVE SPACE TO WS-IN-COND
           END-IF
           IF WS-IN-DAY = LOW-VALUES
               MOVE SPACE TO WS-IN-DAY
           END-IF
           IF WS-IN-COMMAND = LOW-VALUES
               MOVE SPACES TO WS-IN-COMMAND
           END-IF
           IF WS-IN-REASON = LOW-VALUES
               MOVE SPACES TO WS-IN-REASON
           END-IF
           IF WS-IN-STEP(3:1) = SPACE AND WS-IN-STEP(1:1) NOT = SPACE
               IF WS-IN-STEP(2:1) = SPACE
                   MOVE WS-IN-STEP(1:1) TO WS-IN-STEP(3:1)
                   MOVE '00' TO WS-IN-STEP(1:2)
               ELSE
                   MOVE WS-IN-STEP(2:1) TO WS-IN-STEP(3:1)
                   MOVE WS-IN-STEP(1:1) TO WS-IN-STEP(2:1)
                   MOVE '0' TO WS-IN-STEP(1:1)
               END-IF
           END-IF.
       216-EXIT.
           EXIT.

       250-SHOW-STEP.
           PERFORM 201-BUILD-PAGE
           PERFORM 265-READ-PICK
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM690002' TO MSGX-ID
               MOVE 'Step is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               PERFORM 255-SHOW-DETAIL
               MOVE 'SM690009' TO MSGX-ID
               MOVE 'Step &1 last changed by &2 on &3' TO MSGX-DEFAULT
               MOVE JSEQ-STEP-NUM TO MSGX-SUB(1)
               MOVE JSEQ-UPDATED-BY TO MSGX-SUB(2)
               MOVE JSEQ-UPDATED-DATE TO MSGX-SUB(3)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       250-EXIT.
           EXIT.

       255-SHOW-DETAIL.
           MOVE JSEQ-STEP-NUM TO DSTPO
           MOVE JSEQ-JOB-NAME TO DJOBO
           MOVE JSEQ-PRED-JOB TO DPRDO
           MOVE JSEQ-RUN-COND TO DCNDO
           MOVE JSEQ-RUN-DAY TO DDAYO
           MOVE JSEQ-COMMAND TO DCMDO.
       255-EXIT.
           EXIT.

      *    The what-runs-after view - the job goes in the commarea and
      *    the page is cut from the steps its failure would hold up.
       260-LIST-AFTER.
           SET CA-JSQ-AFTER TO TRUE
           MOVE WS-IN-AFTER TO CA-JSQ-AFTER-JOB
           MOVE LOW-VALUES TO CA-TOP-KEY
           PERFORM 240-CLEAR-PAGE
           PERFORM 200-LIST-PAGE.
       260-EXIT.
           EXIT.

      *    The table build browses the file, so the pick is read after
      *    the page is built and the caller tests its EIBRESP before
      *    anything else touches the file.
       265-READ-PICK.
           MOVE CA-ROW-KEY(WS-PICKED) TO WS-RIDFLD
           EXEC CICS READ
               FILE ('jseq0001')
               INTO (WS-JSEQ-REC)
               RIDFLD (WS-RIDFLD)
               KEYLENGTH (WS-JSEQ-KEY-LEN)
               EQUAL
           END-EXEC.
       265-EXIT.
           EXIT.

      *    The update read is left to the last moment - the checks
      *    before it browse the same file.
       270-READ-PICK-UPDATE.
           MOVE CA-ROW-KEY(WS-PICKED) TO WS-RIDFLD
           EXEC CICS READ
               FILE ('jseq0001')
               INTO (WS-JSEQ-REC)
               RIDFLD (WS-RIDFLD)
               KEYLENGTH (WS-JSEQ-KEY-LEN)
               EQUAL
               UPDATE
           END-EXEC.
       270-EXIT.
           EXIT.

       280-STAMP-NOW.
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-NOW-DATE)
           END-EXEC.
       280-EXIT.
           EXIT.

      *    The stream as it stands on file, in step order.
       290-LOAD-TABLE.
           MOVE ZERO TO WS-TAB-COUNT
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO WS-RIDFLD
           EXEC CICS STARTBR FILE('jseq0001')
                RIDFLD (WS-RIDFLD)
                KEYLENGTH (WS-JSEQ-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-TAB-COUNT = WS-TAB-MAX
               EXEC CICS READNEXT FILE('jseq0001')
                    INTO (WS-LIST-REC)
                    RIDFLD (WS-RIDFLD)
                    KEYLENGTH (WS-JSEQ-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-TAB-COUNT
                   MOVE LST-STEP-NUM TO WS-TAB-STEP(WS-TAB-COUNT)
                   MOVE LST-JOB-NAME TO WS-TAB-JOB(WS-TAB-COUNT)
                   MOVE LST-PRED-JOB TO WS-TAB-PRED(WS-TAB-COUNT)
                   MOVE LST-RUN-COND TO WS-TAB-COND(WS-TAB-COUNT)
                   MOVE LST-RUN-DAY TO WS-TAB-DAY(WS-TAB-COUNT)
                   MOVE LST-COMMAND TO WS-TAB-CMD(WS-TAB-COUNT)
                   MOVE 'Y' TO WS-TAB-MARK(WS-TAB-COUNT)
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('jseq0001')
           END-EXEC.
       290-EXIT.
           EXIT.

      *    C - the keyed fields replace those on file; the step number
      *    stays (add the new one and delete this one to move a job).
       300-CHANGE-STEP.
           IF WS-IN-JOB = SPACES AND WS-IN-PRED = SPACES
               AND WS-IN-COND = SPACE AND WS-IN-DAY = SPACE
               AND WS-IN-COMMAND = SPACES
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM690004' TO MSGX-ID
               MOVE 'Key the fields to change first' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 265-READ-PICK
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM690002' TO MSGX-ID
               MOVE 'Step is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF WS-IN-STEP NOT = SPACES
               AND WS-IN-STEP NOT = JSEQ-STEP-NUM
               MOVE 'SM690020' TO MSGX-ID
               MOVE 'Step number stays - add the new step, delete this'
                   TO MSGX-DEFAULT
               PERFORM 600-REFUSE
           END-IF
           MOVE JSEQ-STEP-NUM TO WS-NEW-STEP
           MOVE JSEQ-JOB-NAME TO WS-NEW-JOB
           MOVE JSEQ-PRED-JOB TO WS-NEW-PRED
           MOVE JSEQ-RUN-COND TO WS-NEW-COND
           MOVE JSEQ-RUN-DAY TO WS-NEW-DAY
           MOVE JSEQ-COMMAND TO WS-NEW-COMMAND
           IF WS-IN-JOB NOT = SPACES
               MOVE WS-IN-JOB TO WS-NEW-JOB
           END-IF
           IF WS-IN-PRED = '*'
               MOVE SPACES TO WS-NEW-PRED
           ELSE
               IF WS-IN-PRED NOT = SPACES
                   MOVE WS-IN-PRED TO WS-NEW-PRED
               END-IF
           END-IF
           IF WS-IN-COND NOT = SPACE
               MOVE WS-IN-COND TO WS-NEW-COND
           END-IF
           IF WS-IN-DAY NOT = SPACE
               MOVE WS-IN-DAY TO WS-NEW-DAY
           END-IF
           IF WS-IN-COMMAND NOT = SPACES
               MOVE WS-IN-COMMAND TO WS-NEW-COMMAND
           END-IF
           PERFORM 405-CHECK-REASON
           PERFORM 410-CHECK-CONDITION
           PERFORM 290-LOAD-TABLE
           PERFORM 415-FIND-SELF
           IF WS-NEW-JOB NOT = JSEQ-JOB-NAME
               PERFORM 440-CHECK-WAITERS
           END-IF
           MOVE WS-NEW-JOB TO WS-TAB-JOB(WS-TAB-SELF)
           MOVE WS-NEW-PRED TO WS-TAB-PRED(WS-TAB-SELF)
           PERFORM 420-CHECK-PREDECESSOR
           PERFORM 430-CHECK-LOOP
           PERFORM 270-READ-PICK-UPDATE
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM690002' TO MSGX-ID
               MOVE 'Step is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE WS-JSEQ-REC TO WS-OLD-REC
           PERFORM 460-MOVE-NEW-TO-FILE
           EXEC CICS REWRITE
               FILE ('jseq0001')
               FROM (WS-JSEQ-REC)
           END-EXEC
           PERFORM 350-AFTER-UPDATE
           MOVE 'C' TO WS-HIST-ACTION
           PERFORM 500-WRITE-HISTORY
           PERFORM 201-BUILD-PAGE
           PERFORM 255-SHOW-DETAIL
           IF WS-HIST-OK NOT = 'Y'
               MOVE 'SM690005' TO MSGX-ID
               MOVE 'Saved - but change history could not be written'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE 'SM690010' TO MSGX-ID
               MOVE 'Step &1 changed' TO MSGX-DEFAULT
               MOVE JSEQ-STEP-NUM TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       300-EXIT.
           EXIT.

      *    D - the step leaves the stream. Its history stays on
      *    jsqh0001.
       310-DELETE-STEP.
           PERFORM 265-READ-PICK
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM690002' TO MSGX-ID
               MOVE 'Step is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           PERFORM 405-CHECK-REASON
           MOVE JSEQ-STEP-NUM TO WS-NEW-STEP
           PERFORM 290-LOAD-TABLE
           PERFORM 415-FIND-SELF
           PERFORM 440-CHECK-WAITERS
           PERFORM 270-READ-PICK-UPDATE
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               MOVE 'SM690002' TO MSGX-ID
               MOVE 'Step is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE WS-JSEQ-REC TO WS-OLD-REC
           EXEC CICS DELETE
               FILE ('jseq0001')
           END-EXEC
           PERFORM 350-AFTER-UPDATE
           MOVE SPACES TO WS-JSEQ-REC
           MOVE OLD-STEP-NUM TO JSEQ-STEP-NUM
           MOVE 'D' TO WS-HIST-ACTION
           PERFORM 500-WRITE-HISTORY
           PERFORM 201-BUILD-PAGE
           IF WS-HIST-OK NOT = 'Y'
               MOVE 'SM690005' TO MSGX-ID
               MOVE 'Saved - but change history could not be written'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE 'SM690011' TO MSGX-ID
               MOVE 'Step &1 (&2) deleted' TO MSGX-DEFAULT
               MOVE OLD-STEP-NUM TO MSGX-SUB(1)
               MOVE OLD-JOB-NAME TO MSGX-SUB(2)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       310-EXIT.
           EXIT.

      *    The update's response is tested before anything else resets
      *    EIBRESP; a failure rebuilds the page so the user sees the
      *    stream as it stands on file.
       350-AFTER-UPDATE.
           IF EIBRESP NOT = DFHRESP(NORMAL)
               PERFORM 201-BUILD-PAGE
               PERFORM 245-ECHO-DETAIL
               MOVE 'SM690006' TO MSGX-ID
               MOVE 'Update failed - the step has not been changed'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       350-EXIT.
           EXIT.

      *    Mark the steps a failure of the after job would hold up -
      *    those naming it as predecessor, then those naming any of
      *    them, until a pass adds nothing.
       370-MARK-AFTER.
           MOVE ZERO TO WS-DEP-COUNT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               MOVE 'N' TO WS-TAB-MARK(WS-TAB-IX)
               IF WS-TAB-JOB(WS-TAB-IX) = CA-JSQ-AFTER-JOB
                   MOVE 'Y' TO WS-FOUND
               END-IF
               IF WS-TAB-PRED(WS-TAB-IX) = CA-JSQ-AFTER-JOB
                   MOVE 'Y' TO WS-TAB-MARK(WS-TAB-IX)
                   ADD 1 TO WS-DEP-COUNT
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-CHANGED
           PERFORM 375-DOWNSTREAM-PASS UNTIL WS-CHANGED = 'N'.
       370-EXIT.
           EXIT.

       375-DOWNSTREAM-PASS.
           MOVE 'N' TO WS-CHANGED
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               IF WS-TAB-MARK(WS-TAB-IX) = 'Y'
                   PERFORM VARYING WS-TAB-JX FROM 1 BY 1
                           UNTIL WS-TAB-JX > WS-TAB-COUNT
                       IF WS-TAB-MARK(WS-TAB-JX) = 'N'
                           AND WS-TAB-PRED(WS-TAB-JX) =
                               WS-TAB-JOB(WS-TAB-IX)
                           MOVE 'Y' TO WS-TAB-MARK(WS-TAB-JX)
                           ADD 1 TO WS-DEP-COUNT
                           MOVE 'Y' TO WS-CHANGED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       375-EXIT.
           EXIT.

      *    PF5 - add the keyed step to the stream.
       400-ADD-STEP.
           IF WS-IN-STEP NOT NUMERIC OR WS-IN-STEP-N = ZERO
               MOVE 'SM690021' TO MSGX-ID
               MOVE 'Key a step number from 001 to 999' TO MSGX-DEFAULT
               PERFORM 600-REFUSE
           END-IF
           IF WS-IN-JOB = SPACES
               MOVE 'SM690022' TO MSGX-ID
               MOVE 'Key the job name the step runs' TO MSGX-DEFAULT
               PERFORM 600-REFUSE
           END-IF
           IF WS-IN-COMMAND = SPACES
               MOVE 'SM690023' TO MSGX-ID
               MOVE 'Key the command line the step runs' TO MSGX-DEFAULT
               PERFORM 600-REFUSE
           END-IF
           MOVE WS-IN-STEP TO WS-NEW-STEP
           MOVE WS-IN-JOB TO WS-NEW-JOB
           MOVE WS-IN-PRED TO WS-NEW-PRED
           IF WS-IN-PRED = '*'
               MOVE SPACES TO WS-NEW-PRED
           END-IF
           MOVE WS-IN-COND TO WS-NEW-COND
           MOVE WS-IN-DAY TO WS-NEW-DAY
           MOVE WS-IN-COMMAND TO WS-NEW-COMMAND
           PERFORM 405-CHECK-REASON
           PERFORM 410-CHECK-CONDITION
           PERFORM 290-LOAD-TABLE
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               IF WS-TAB-STEP(WS-TAB-IX) = WS-NEW-STEP
                   MOVE 'SM690024' TO MSGX-ID
                   MOVE 'Step number already in use' TO MSGX-DEFAULT
                   PERFORM 600-REFUSE
               END-IF
           END-PERFORM
           IF WS-TAB-COUNT = WS-TAB-MAX
               MOVE 'SM690025' TO MSGX-ID
               MOVE 'The stream is full - BTCHDRV1 runs 100 steps'
                   TO MSGX-DEFAULT
               PERFORM 600-REFUSE
           END-IF
           ADD 1 TO WS-TAB-COUNT
           MOVE WS-TAB-COUNT TO WS-TAB-SELF
           MOVE WS-NEW-STEP TO WS-TAB-STEP(WS-TAB-SELF)
           MOVE WS-NEW-JOB TO WS-TAB-JOB(WS-TAB-SELF)
           MOVE WS-NEW-PRED TO WS-TAB-PRED(WS-TAB-SELF)
           PERFORM 420-CHECK-PREDECESSOR
           PERFORM 430-CHECK-LOOP
           MOVE SPACES TO WS-OLD-REC
           MOVE SPACES TO WS-JSEQ-REC
           PERFORM 460-MOVE-NEW-TO-FILE
           EXEC CICS WRITE
               FILE ('jseq0001')
               FROM (WS-JSEQ-REC)
               RIDFLD (JSEQ-STEP-NUM)
               KEYLENGTH (WS-JSEQ-KEY-LEN)
           END-EXEC
           IF EIBRESP = DFHRESP(DUPREC)
               MOVE 'SM690024' TO MSGX-ID
               MOVE 'Step number already in use' TO MSGX-DEFAULT
               PERFORM 600-REFUSE
           END-IF
           PERFORM 350-AFTER-UPDATE
           MOVE 'A' TO WS-HIST-ACTION
           PERFORM 500-WRITE-HISTORY
           PERFORM 201-BUILD-PAGE
           PERFORM 255-SHOW-DETAIL
           IF WS-HIST-OK NOT = 'Y'
               MOVE 'SM690005' TO MSGX-ID
               MOVE 'Saved - but change history could not be written'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           ELSE
               MOVE 'SM690012' TO MSGX-ID
               MOVE 'Step &1 (&2) added' TO MSGX-DEFAULT
               MOVE JSEQ-STEP-NUM TO MSGX-SUB(1)
               MOVE JSEQ-JOB-NAME TO MSGX-SUB(2)
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
           END-IF
           PERFORM 230-SEND-PAGE.
       400-EXIT.
           EXIT.

       405-CHECK-REASON.
           IF WS-IN-REASON = SPACES
               MOVE 'SM690026' TO MSGX-ID
               MOVE 'Key the reason for the change' TO MSGX-DEFAULT
               PERFORM 600-REFUSE
           END-IF.
       405-EXIT.
           EXIT.

      *    The codes BTCHDRV1 judges - a D step needs its weekday,
      *    and only a D step keeps one. The code is tried in the
      *    browse area, which the table load refills anyway.
       410-CHECK-CONDITION.
           MOVE WS-NEW-COND TO LST-RUN-COND
           IF NOT LST-COND-VALID
               MOVE 'SM690027' TO MSGX-ID
               MOVE 'Run condition is E, B, D, F, L or Q (blank E)'
                   TO MSGX-DEFAULT
               PERFORM 600-REFUSE
           END-IF
           IF WS-NEW-COND = 'D'
               IF WS-NEW-DAY < '1' OR WS-NEW-DAY > '7'
                   MOVE 'SM690028' TO MSGX-ID
                   MOVE 'D needs a day - 1 Monday to 7 Sunday'
                       TO MSGX-DEFAULT
                   PERFORM 600-REFUSE
               END-IF
           ELSE
               MOVE SPACE TO WS-NEW-DAY
           END-IF.
       410-EXIT.
           EXIT.

       415-FIND-SELF.
           MOVE ZERO TO WS-TAB-SELF
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               IF WS-TAB-STEP(WS-TAB-IX) = WS-NEW-STEP
                   MOVE WS-TAB-IX TO WS-TAB-SELF
               END-IF
           END-PERFORM
           IF WS-TAB-SELF = ZERO
               PERFORM 201-BUILD-PAGE
               MOVE 'SM690002' TO MSGX-ID
               MOVE 'Step is no longer on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF.
       415-EXIT.
           EXIT.

      *    BTCHDRV1 looks for the predecessor among the steps ahead of
      *    this one only - a job no earlier step runs would stop the
      *    stream here every night.
       420-CHECK-PREDECESSOR.
           IF WS-NEW-PRED NOT = SPACES
               MOVE 'N' TO WS-FOUND
               MOVE SPACES TO WS-WAIT-STEP
               PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                       UNTIL WS-TAB-IX > WS-TAB-COUNT
                   IF WS-TAB-IX NOT = WS-TAB-SELF
                       AND WS-TAB-JOB(WS-TAB-IX) = WS-NEW-PRED
                       IF WS-TAB-STEP(WS-TAB-IX) < WS-NEW-STEP
                           MOVE 'Y' TO WS-FOUND
                       ELSE
                           MOVE WS-TAB-STEP(WS-TAB-IX) TO WS-WAIT-STEP
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-FOUND NOT = 'Y'
                   IF WS-WAIT-STEP = SPACES
                       MOVE 'SM690013' TO MSGX-ID
                       MOVE 'Predecessor &1 is not the job of any step'
                           TO MSGX-DEFAULT
                       MOVE WS-NEW-PRED TO MSGX-SUB(1)
                   ELSE
                       MOVE 'SM690014' TO MSGX-ID
                       MOVE 'Predecessor &1 only runs later, at step &2'
                           TO MSGX-DEFAULT
                       MOVE WS-NEW-PRED TO MSGX-SUB(1)
                       MOVE WS-WAIT-STEP TO MSGX-SUB(2)
                   END-IF
                   PERFORM 600-REFUSE
               END-IF
           END-IF.
       420-EXIT.
           EXIT.

      *    With the edit laid into the table, follow the predecessor
      *    chain back from the new predecessor - every step running
      *    it, then every step running their predecessors - and
      *    refuse the step if its own job turns up on the way.
       430-CHECK-LOOP.
           IF WS-NEW-PRED NOT = SPACES
               IF WS-NEW-PRED = WS-NEW-JOB
                   MOVE 'SM690029' TO MSGX-ID
                   MOVE 'A step may not wait on its own job'
                       TO MSGX-DEFAULT
                   PERFORM 600-REFUSE
               END-IF
               PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                       UNTIL WS-TAB-IX > WS-TAB-COUNT
                   IF WS-TAB-JOB(WS-TAB-IX) = WS-NEW-PRED
                       MOVE 'Y' TO WS-TAB-MARK(WS-TAB-IX)
                   ELSE
                       MOVE 'N' TO WS-TAB-MARK(WS-TAB-IX)
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-CHANGED
               PERFORM 435-UPSTREAM-PASS UNTIL WS-CHANGED = 'N'
               PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                       UNTIL WS-TAB-IX > WS-TAB-COUNT
                   IF WS-TAB-MARK(WS-TAB-IX) = 'Y'
                       AND WS-TAB-JOB(WS-TAB-IX) = WS-NEW-JOB
                       MOVE 'SM690015' TO MSGX-ID
                       MOVE 'Dependency loop - &1 already waits on &2'
                           TO MSGX-DEFAULT
                       MOVE WS-NEW-PRED TO MSGX-SUB(1)
                       MOVE WS-NEW-JOB TO MSGX-SUB(2)
                       PERFORM 600-REFUSE
                   END-IF
               END-PERFORM
           END-IF.
       430-EXIT.
           EXIT.

       435-UPSTREAM-PASS.
           MOVE 'N' TO WS-CHANGED
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               IF WS-TAB-MARK(WS-TAB-IX) = 'Y'
                   AND WS-TAB-PRED(WS-TAB-IX) NOT = SPACES
                   PERFORM VARYING WS-TAB-JX FROM 1 BY 1
                           UNTIL WS-TAB-JX > WS-TAB-COUNT
                       IF WS-TAB-MARK(WS-TAB-JX) = 'N'
                           AND WS-TAB-JOB(WS-TAB-JX) =
                               WS-TAB-PRED(WS-TAB-IX)
                           MOVE 'Y' TO WS-TAB-MARK(WS-TAB-JX)
                           MOVE 'Y' TO WS-CHANGED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       435-EXIT.
           EXIT.

      *    A step whose job is renamed or deleted may not strand a
      *    later step waiting on that job - unless another step ahead
      *    of the waiter still runs it.
       440-CHECK-WAITERS.
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               IF WS-TAB-IX NOT = WS-TAB-SELF
                   AND WS-TAB-PRED(WS-TAB-IX) = JSEQ-JOB-NAME
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-TAB-JX FROM 1 BY 1
                           UNTIL WS-TAB-JX >= WS-TAB-IX
                       IF WS-TAB-JX NOT = WS-TAB-SELF
                           AND WS-TAB-JOB(WS-TAB-JX) = JSEQ-JOB-NAME
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND NOT = 'Y'
                       MOVE 'SM690016' TO MSGX-ID
                       MOVE
                           'Step &1 waits on &2 - change its predecessor
      -                    ' first'
                           TO MSGX-DEFAULT
                       MOVE WS-TAB-STEP(WS-TAB-IX) TO MSGX-SUB(1)
                       MOVE JSEQ-JOB-NAME TO MSGX-SUB(2)
                       PERFORM 600-REFUSE
                   END-IF
               END-IF
           END-PERFORM.
       440-EXIT.
           EXIT.

       460-MOVE-NEW-TO-FILE.
           MOVE WS-NEW-STEP TO JSEQ-STEP-NUM
           MOVE WS-NEW-JOB TO JSEQ-JOB-NAME
           MOVE WS-NEW-PRED TO JSEQ-PRED-JOB
           MOVE WS-NEW-COND TO JSEQ-RUN-COND
           MOVE WS-NEW-DAY TO JSEQ-RUN-DAY
           MOVE WS-NEW-COMMAND TO JSEQ-COMMAND
           MOVE WS-USERID TO JSEQ-UPDATED-BY
           MOVE WS-NOW-DATE TO JSEQ-UPDATED-DATE.
       460-EXIT.
           EXIT.

      *    One jsqh0001 record per change - the step before (blank for
      *    an add) and after (blank for a delete), who, where and why,
      *    the SM0025 2050-WRITE-HISTORY pattern. The caller sets the
      *    action.
       500-WRITE-HISTORY.
           MOVE 'Y' TO WS-HIST-OK
           MOVE SPACES TO WS-JSQH-REC
           MOVE JSEQ-STEP-NUM TO JSQH-STEP-NUM
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (JSQH-DATE)
               TIME (JSQH-TIME)
           END-EXEC
           MOVE ZERO TO JSQH-SEQ
           MOVE WS-HIST-ACTION  TO JSQH-ACTION
           MOVE OLD-JOB-NAME    TO JSQH-OLD-JOB
           MOVE OLD-PRED-JOB    TO JSQH-OLD-PRED
           MOVE OLD-RUN-COND    TO JSQH-OLD-COND
           MOVE OLD-RUN-DAY     TO JSQH-OLD-DAY
           MOVE OLD-COMMAND     TO JSQH-OLD-COMMAND
           MOVE JSEQ-JOB-NAME   TO JSQH-NEW-JOB
           MOVE JSEQ-PRED-JOB   TO JSQH-NEW-PRED
           MOVE JSEQ-RUN-COND   TO JSQH-NEW-COND
           MOVE JSEQ-RUN-DAY    TO JSQH-NEW-DAY
           MOVE JSEQ-COMMAND    TO JSQH-NEW-COMMAND
           MOVE WS-USERID       TO JSQH-USERID
           MOVE EIBTRMID        TO JSQH-TERMID
           MOVE EIBTRNID        TO JSQH-TRANID
           MOVE WS-IN-REASON    TO JSQH-REASON
           EXEC CICS WRITE
               FILE ('jsqh0001')
               FROM (WS-JSQH-REC)
               RIDFLD (JSQH-KEY)
               KEYLENGTH (WS-JSQH-KEY-LEN)
               NOHANDLE
           END-EXEC
           PERFORM UNTIL EIBRESP NOT = DFHRESP(DUPREC)
                      OR JSQH-SEQ = 99
               ADD 1 TO JSQH-SEQ
               EXEC CICS WRITE
                   FILE ('jsqh0001')
                   FROM (WS-JSQH-REC)
                   RIDFLD (JSQH-KEY)
                   KEYLENGTH (WS-JSQH-KEY-LEN)
                   NOHANDLE
               END-EXEC
           END-PERFORM
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-HIST-OK
           END-IF.
       500-EXIT.
           EXIT.

      *    A refused entry goes back out as keyed with the reason for
      *    the refusal, over the stream as it stands on file. The
      *    caller stages the reason's MSGX-ID, wording and values;
      *    the text is fetched before the page build, which looks up
      *    messages of its own.
       600-REFUSE.
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO WS-MESSAGE
           PERFORM 201-BUILD-PAGE
           PERFORM 245-ECHO-DETAIL
           MOVE WS-MESSAGE TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       600-EXIT.
           EXIT.

      *    The page after the last line shown - the first listed step
      *    past it, held where it is at the end of the list.
       225-NEXT-PAGE.
           IF CA-LAST-KEY NOT = SPACES
               PERFORM 290-LOAD-TABLE
               PERFORM 295-MARK-LIST
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                       UNTIL WS-TAB-IX > WS-TAB-COUNT
                       OR WS-FOUND = 'Y'
                   IF WS-TAB-MARK(WS-TAB-IX) = 'Y'
                       AND WS-TAB-STEP(WS-TAB-IX) > CA-LAST-KEY
                       MOVE WS-TAB-STEP(WS-TAB-IX) TO CA-TOP-KEY
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 240-CLEAR-PAGE
           PERFORM 200-LIST-PAGE.
       225-EXIT.
           EXIT.

      *    Walk back a page of listed steps from the first line shown,
      *    stopping at the top of the list.
       220-PREV-PAGE.
           MOVE LOW-VALUES TO CA-TOP-KEY
           IF CA-FIRST-KEY NOT = SPACES
               PERFORM 290-LOAD-TABLE
               PERFORM 295-MARK-LIST
               MOVE ZERO TO WS-FILLED
               PERFORM VARYING WS-TAB-IX FROM WS-TAB-COUNT BY -1
                       UNTIL WS-TAB-IX < 1 OR WS-FILLED = WS-LOOP
                   IF WS-TAB-MARK(WS-TAB-IX) = 'Y'
                       AND WS-TAB-STEP(WS-TAB-IX) < CA-FIRST-KEY
                       ADD 1 TO WS-FILLED
                       MOVE WS-TAB-STEP(WS-TAB-IX) TO CA-TOP-KEY
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 240-CLEAR-PAGE
           PERFORM 200-LIST-PAGE.
       220-EXIT.
           EXIT.

       200-LIST-PAGE.
           PERFORM 201-BUILD-PAGE
           PERFORM 230-SEND-PAGE.
       200-EXIT.
           EXIT.

      *    The page is cut from the table rather than browsed - the
      *    after list is not a key range - from the first listed step
      *    at or past the top key.
       201-BUILD-PAGE.
           MOVE SPACES TO ERRMSGO
           MOVE ZERO TO WS-FILLED
           MOVE SPACES TO CA-FIRST-KEY CA-LAST-KEY
           MOVE CA-JSQ-AFTER-JOB TO IAFTO
           PERFORM 290-LOAD-TABLE
           PERFORM 295-MARK-LIST
           MOVE 'Y' TO WS-EOF
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               IF WS-TAB-MARK(WS-TAB-IX) = 'Y'
                   AND WS-TAB-STEP(WS-TAB-IX) NOT < CA-TOP-KEY
                   IF WS-FILLED = WS-LOOP
                       MOVE 'N' TO WS-EOF
                   ELSE
                       ADD 1 TO WS-FILLED
                       PERFORM 205-BUILD-ROW
                       MOVE WS-TAB-STEP(WS-TAB-IX) TO CA-LAST-KEY
                       IF WS-FILLED = 1
                           MOVE WS-TAB-STEP(WS-TAB-IX) TO CA-FIRST-KEY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
               MOVE SPACES TO LSELO(WS-COUNT)
               IF WS-COUNT > WS-FILLED
                   MOVE SPACES TO LSTPO(WS-COUNT)
                   MOVE SPACES TO LJOBO(WS-COUNT)
                   MOVE SPACES TO LPRDO(WS-COUNT)
                   MOVE SPACES TO LCNDO(WS-COUNT)
                   MOVE SPACES TO LDAYO(WS-COUNT)
                   MOVE SPACES TO LCMDO(WS-COUNT)
                   MOVE SPACES TO CA-ROW-KEY(WS-COUNT)
               END-IF
           END-PERFORM
           IF CA-JSQ-AFTER
               PERFORM 202-AFTER-MESSAGE
           ELSE
               IF WS-FILLED = ZERO
                   MOVE 'SM690007' TO MSGX-ID
                   MOVE 'No steps in the stream - key one, PF5 adds it'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO ERRMSGO
               ELSE
                   IF WS-EOF = 'Y'
                       MOVE 'SM690008' TO MSGX-ID
                       MOVE 'End of job stream' TO MSGX-DEFAULT
                       PERFORM 9700-GET-MESSAGE
                       MOVE MSGX-TEXT TO ERRMSGO
                   END-IF
               END-IF
           END-IF.
       201-EXIT.
           EXIT.

      *    The stream stops at any failure, so every later step waits
      *    for the rerun; the steps listed are the ones that cannot
      *    run until this job itself completes.
       202-AFTER-MESSAGE.
           IF WS-FOUND NOT = 'Y'
               MOVE 'SM690017' TO MSGX-ID
               MOVE
                   'No step runs &1 - blank the after field for the whol
      -            'e stream'
                   TO MSGX-DEFAULT
               MOVE CA-JSQ-AFTER-JOB TO MSGX-SUB(1)
           ELSE
               IF WS-DEP-COUNT = ZERO
                   MOVE 'SM690018' TO MSGX-ID
                   MOVE
                       'Nothing waits on &1 - a failure still stops the 
      -                'stream there'
                       TO MSGX-DEFAULT
                   MOVE CA-JSQ-AFTER-JOB TO MSGX-SUB(1)
               ELSE
                   MOVE 'SM690019' TO MSGX-ID
                   MOVE
                       '&1 steps wait on &2 - and the stream stops at it
      -                's failure'
                       TO MSGX-DEFAULT
                   MOVE WS-DEP-COUNT TO MSGX-SUB(1)
                   MOVE CA-JSQ-AFTER-JOB TO MSGX-SUB(2)
               END-IF
           END-IF
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO ERRMSGO.
       202-EXIT.
           EXIT.

       205-BUILD-ROW.
           MOVE WS-TAB-STEP(WS-TAB-IX) TO LSTPO(WS-FILLED)
           MOVE WS-TAB-JOB(WS-TAB-IX) TO LJOBO(WS-FILLED)
           MOVE WS-TAB-PRED(WS-TAB-IX) TO LPRDO(WS-FILLED)
           MOVE WS-TAB-COND(WS-TAB-IX) TO LCNDO(WS-FILLED)
           MOVE WS-TAB-DAY(WS-TAB-IX) TO LDAYO(WS-FILLED)
           MOVE WS-TAB-CMD(WS-TAB-IX) TO LCMDO(WS-FILLED)
           MOVE WS-TAB-STEP(WS-TAB-IX) TO CA-ROW-KEY(WS-FILLED).
       205-EXIT.
           EXIT.

      *    Every step for the whole stream; in the after view only the
      *    steps a failure of the after job holds up.
       295-MARK-LIST.
           IF CA-JSQ-AFTER
               PERFORM 370-MARK-AFTER
           END-IF.
       295-EXIT.
           EXIT.

       230-SEND-PAGE.
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               DATESEP ('-')
               YYYYMMDD (M69DATEO)
           END-EXEC
           MOVE LENGTH OF SM69MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM69M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM69MO)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM69')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.

      *    The map goes out ERASE from the symbolic map each time, so
      *    the detail line is blanked unless this pass fills it.
       240-CLEAR-PAGE.
           MOVE SPACES TO DSTPO DJOBO DPRDO DCNDO DDAYO DCMDO DRSNO
           MOVE CA-JSQ-AFTER-JOB TO IAFTO.
       240-EXIT.
           EXIT.

      *    A refused entry goes back out as keyed so it can be fixed
      *    rather than retyped.
       245-ECHO-DETAIL.
           MOVE WS-IN-STEP TO DSTPO
           MOVE WS-IN-JOB TO DJOBO
           MOVE WS-IN-PRED TO DPRDO
           MOVE WS-IN-COND TO DCNDO
           MOVE WS-IN-DAY TO DDAYO
           MOVE WS-IN-COMMAND TO DCMDO
           MOVE WS-IN-REASON TO DRSNO.
       245-EXIT.
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
