       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0050.
      ******************************************************************
      *DESCRIPTION: Monitoring-feed silence check - the SM50            *
      *             transaction the operations monitor STARTs on an     *
      *             interval, the way it drives SM44. Reads the         *
      *             feed0001 heartbeat SM0040 and TKTOPN01 stamp as     *
      *             monitoring requests arrive and measures how long    *
      *             the feed has been quiet against the site0001        *
      *             threshold for the time of day - FEEDSILD for the    *
      *             0800-1759 day shift, FEEDSILN for the night, in     *
      *             minutes. Past the threshold it raises one high-     *
      *             priority ticket under the batch-failure service     *
      *             code (a request onto TD queue 'TKIN' and a START    *
      *             of the TKOP drain, so it is gated, routed and       *
      *             correlated like any other feed ticket) and lands    *
      *             a desk broadcast on bcst0001, then stamps the       *
      *             heartbeat so one quiet spell alerts once. When the  *
      *             feed is heard from again the broadcast is taken     *
      *             down.                                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-STD-KEY-LEN                PIC S9(4) COMP VALUE 8.
       01  WS-SITE-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-NOW-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-NOW-TIME                   PIC 9(06) VALUE ZERO.
       01  WS-NOW-HHMMSS REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH                 PIC 9(02).
           05  WS-NOW-MM                 PIC 9(02).
           05  WS-NOW-SS                 PIC 9(02).
       01  WS-LAST-HHMMSS.
           05  WS-LAST-HH                PIC 9(02).
           05  WS-LAST-MM                PIC 9(02).
           05  WS-LAST-SS                PIC 9(02).
      *    Quiet-spell thresholds, minutes - the FEEDSILD (day shift,
      *    0800-1759, the same split the roster uses) and FEEDSILN
      *    (night) site knobs.
       01  WS-SIL-DAY                    PIC 9(05) VALUE 60.
       01  WS-SIL-NIGHT                  PIC 9(05) VALUE 240.
       01  WS-SIL-LIMIT                  PIC 9(05) VALUE ZERO.
       01  WS-QUIET-MINUTES              PIC S9(9) COMP VALUE ZERO.
       01  WS-QUIET-EDIT                 PIC ZZZZ9.
       01  WS-LIMIT-EDIT                 PIC ZZZZ9.
       01  WS-HHMM                       PIC X(05) VALUE SPACES.
      *    The feed identity for the silence ticket - the same
      *    BATFSVCC / BATFUSER site knobs BTCHDRV1 uses for its
      *    failure tickets.
       01  WS-BATF-SVC                   PIC X(08) VALUE 'BATCHFLR'.
       01  WS-BATF-USER                  PIC X(07) VALUE 'BTCHOPS'.
       01  WS-BCST-ID                    PIC X(08) VALUE 'FEEDSLNT'.
       01  WS-FEED-REC.
           COPY FEED0001.
       01  WS-SITE-REC.
           COPY SITEPRM1.
       01  WS-BCST-REC.
           COPY BCSTMSG1.
       01  WS-INTF-LEN                   PIC S9(4) COMP VALUE 120.
       01  WS-INTF-REC.
           05  INTF-REQUESTOR7           PIC X(07).
           05  FILLER                    PIC X(01).
           05  INTF-SVC-CODE             PIC X(08).
           05  FILLER                    PIC X(01).
           05  INTF-SUMMARY              PIC X(40).
           05  FILLER                    PIC X(01).
           05  INTF-DESC                 PIC X(60).
           05  FILLER                    PIC X(01).
           05  INTF-EVENT-TYPE           PIC X(01).

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME (WS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               YYYYMMDD (WS-NOW-DATE)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (WS-TIME)
               TIME (WS-NOW-TIME)
           END-EXEC
           PERFORM 110-LOAD-PARMS
           PERFORM 200-CHECK-FEED THRU 200-EXIT
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

       110-LOAD-PARMS.
           MOVE 'FEEDSILD' TO SITE-PARM-ID
           PERFORM 120-READ-PARM
           IF EIBRESP = DFHRESP(NORMAL)
               AND FUNCTION NUMVAL(SITE-PARM-VALUE) > ZERO
               COMPUTE WS-SIL-DAY = FUNCTION NUMVAL(SITE-PARM-VALUE)
           END-IF
           MOVE 'FEEDSILN' TO SITE-PARM-ID
           PERFORM 120-READ-PARM
           IF EIBRESP = DFHRESP(NORMAL)
               AND FUNCTION NUMVAL(SITE-PARM-VALUE) > ZERO
               COMPUTE WS-SIL-NIGHT = FUNCTION NUMVAL(SITE-PARM-VALUE)
           END-IF
           MOVE 'BATFSVCC' TO SITE-PARM-ID
           PERFORM 120-READ-PARM
           IF EIBRESP = DFHRESP(NORMAL)
               AND SITE-PARM-VALUE(1:8) NOT = SPACES
               MOVE SITE-PARM-VALUE(1:8) TO WS-BATF-SVC
           END-IF
           MOVE 'BATFUSER' TO SITE-PARM-ID
           PERFORM 120-READ-PARM
           IF EIBRESP = DFHRESP(NORMAL)
               AND SITE-PARM-VALUE(1:7) NOT = SPACES
               MOVE SITE-PARM-VALUE(1:7) TO WS-BATF-USER
           END-IF
           IF WS-NOW-TIME >= 080000 AND WS-NOW-TIME <= 175959
               MOVE WS-SIL-DAY TO WS-SIL-LIMIT
           ELSE
               MOVE WS-SIL-NIGHT TO WS-SIL-LIMIT
           END-IF.
       110-EXIT.
           EXIT.

       120-READ-PARM.
           EXEC CICS READ
               FILE('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (SITE-PARM-ID)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC.
       120-EXIT.
           EXIT.

      *    No heartbeat record yet means the feed has never been
      *    stamped - this check starts the clock rather than alerting
      *    on a file that was only just defined.
       200-CHECK-FEED.
           MOVE 'TKTINTF' TO FEED-ID
           EXEC CICS
                READ FILE('feed0001')
                INTO (WS-FEED-REC)
                RIDFLD (FEED-ID)
                KEYLENGTH (WS-STD-KEY-LEN)
                EQUAL
                UPDATE
           END-EXEC
           IF EIBRESP = DFHRESP(NOTFND)
               MOVE SPACES TO WS-FEED-REC
               MOVE 'TKTINTF' TO FEED-ID
               MOVE WS-NOW-DATE TO FEED-LAST-DATE
               MOVE WS-NOW-TIME TO FEED-LAST-TIME
               MOVE 'SM0050' TO FEED-LAST-BY
               MOVE ZERO TO FEED-ALERT-DATE FEED-ALERT-TIME
               EXEC CICS WRITE
                   FILE ('feed0001')
                   FROM (WS-FEED-REC)
                   RIDFLD (FEED-ID)
                   KEYLENGTH (WS-STD-KEY-LEN)
               END-EXEC
               GO TO 200-EXIT
           END-IF
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 200-EXIT
           END-IF
           IF FEED-LAST-DATE NOT NUMERIC
               MOVE ZERO TO FEED-LAST-DATE FEED-LAST-TIME
           END-IF
           IF FEED-ALERT-DATE NOT NUMERIC
               MOVE ZERO TO FEED-ALERT-DATE FEED-ALERT-TIME
           END-IF
           PERFORM 210-MEASURE-QUIET
           IF WS-QUIET-MINUTES <= WS-SIL-LIMIT
               EXEC CICS UNLOCK
                   FILE ('feed0001')
               END-EXEC
               PERFORM 260-CLEAR-BROADCAST
               GO TO 200-EXIT
           END-IF
      *    Already alerted since the feed was last heard from - the
      *    ticket and broadcast for this spell are up.
           IF FEED-ALERT-DATE > FEED-LAST-DATE
               OR (FEED-ALERT-DATE = FEED-LAST-DATE
                   AND FEED-ALERT-TIME >= FEED-LAST-TIME)
               EXEC CICS UNLOCK
                   FILE ('feed0001')
               END-EXEC
               GO TO 200-EXIT
           END-IF
           PERFORM 220-RAISE-TICKET
           PERFORM 240-LAND-BROADCAST
           MOVE WS-NOW-DATE TO FEED-ALERT-DATE
           MOVE WS-NOW-TIME TO FEED-ALERT-TIME
           EXEC CICS REWRITE
               FILE ('feed0001')
               FROM (WS-FEED-REC)
           END-EXEC.
       200-EXIT.
           EXIT.

      *    Minutes since the feed was last heard from - whole days
      *    through INTEGER-OF-DATE, then the clock minutes.
       210-MEASURE-QUIET.
           MOVE FEED-LAST-TIME TO WS-LAST-HHMMSS
           IF FEED-LAST-DATE = ZERO
               MOVE 99999 TO WS-QUIET-MINUTES
           ELSE
               COMPUTE WS-QUIET-MINUTES =
                   ((FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                     - FUNCTION INTEGER-OF-DATE(FEED-LAST-DATE))
                     * 1440)
                   + (WS-NOW-HH * 60) + WS-NOW-MM
                   - (WS-LAST-HH * 60) - WS-LAST-MM
           END-IF
           MOVE SPACES TO WS-HHMM
           STRING WS-LAST-HH ':' WS-LAST-MM
               DELIMITED BY SIZE INTO WS-HHMM
           END-STRING
           IF WS-QUIET-MINUTES > 99999
               MOVE 99999 TO WS-QUIET-EDIT
           ELSE
               MOVE WS-QUIET-MINUTES TO WS-QUIET-EDIT
           END-IF
           MOVE WS-SIL-LIMIT TO WS-LIMIT-EDIT.
       210-EXIT.
           EXIT.

      *    One request onto TKIN under the batch-failure identity,
      *    then a START of the drain so the ticket opens now rather
      *    than at the next trigger. The summary names the spell, so
      *    a repeat inside the window correlates onto the same ticket.
       220-RAISE-TICKET.
           MOVE SPACES TO WS-INTF-REC
           MOVE WS-BATF-USER TO INTF-REQUESTOR7
           MOVE WS-BATF-SVC TO INTF-SVC-CODE
           MOVE 'R' TO INTF-EVENT-TYPE
           STRING 'MONITORING FEED SILENT SINCE ' WS-HHMM
               DELIMITED BY SIZE INTO INTF-SUMMARY
           END-STRING
           STRING 'No feed record for ' WS-QUIET-EDIT
                  ' minutes - threshold ' WS-LIMIT-EDIT
                  ' - check the monitoring gateway'
               DELIMITED BY SIZE INTO INTF-DESC
           END-STRING
           EXEC CICS WRITEQ TD
               QUEUE ('TKIN')
               FROM (WS-INTF-REC)
               LENGTH (WS-INTF-LEN)
           END-EXEC
           EXEC CICS START
               TRANSID ('TKOP')
           END-EXEC.
       220-EXIT.
           EXIT.

      *    The desk broadcast under its fixed id - added, or replaced
      *    when a stale one from an earlier spell is still on file.
      *    An open-ended window; 260-CLEAR-BROADCAST takes it down.
       240-LAND-BROADCAST.
           MOVE SPACES TO WS-BCST-REC
           MOVE WS-BCST-ID TO BCST-MSG-ID
           STRING 'MONITORING FEED SILENT SINCE ' WS-HHMM
                  ' - TICKET RAISED, CHECK THE GATEWAY'
               DELIMITED BY SIZE INTO BCST-TEXT
           END-STRING
           MOVE WS-NOW-DATE TO BCST-START-DATE
           MOVE ZERO TO BCST-END-DATE
           MOVE 'N' TO BCST-ACK-REQUIRED
           MOVE ZERO TO BCST-ACK-DEADLINE
           EXEC CICS WRITE
               FILE ('bcst0001')
               FROM (WS-BCST-REC)
               RIDFLD (BCST-MSG-ID)
               KEYLENGTH (WS-STD-KEY-LEN)
           END-EXEC
           IF EIBRESP = DFHRESP(DUPREC)
               EXEC CICS DELETE
                   FILE ('bcst0001')
                   RIDFLD (WS-BCST-ID)
                   KEYLENGTH (WS-STD-KEY-LEN)
               END-EXEC
               EXEC CICS WRITE
                   FILE ('bcst0001')
                   FROM (WS-BCST-REC)
                   RIDFLD (BCST-MSG-ID)
                   KEYLENGTH (WS-STD-KEY-LEN)
               END-EXEC
           END-IF.
       240-EXIT.
           EXIT.

       260-CLEAR-BROADCAST.
           EXEC CICS DELETE
               FILE ('bcst0001')
               RIDFLD (WS-BCST-ID)
               KEYLENGTH (WS-STD-KEY-LEN)
           END-EXEC.
       260-EXIT.
           EXIT.
