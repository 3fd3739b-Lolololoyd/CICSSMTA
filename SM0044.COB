      *             single PASS/FAIL line with per-check detail is      *
      *             rewritten onto the hlth0001 status record the       *
      *             monitor reads, and sent to the terminal when one    *
      *             is attached. The line ends with when the            *
      *             monitoring feed was last heard from, off the        *
      *             feed0001 heartbeat.                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PROBE-KEY8                 PIC X(08).
       01  WS-PROBE-KEY6                 PIC X(06).
       01  WS-UAF-PROBE                  PIC X(41).
       01  WS-TKT-PROBE                  PIC X(300).
       01  WS-SVC-PROBE                  PIC X(72).
       01  WS-NAM-PROBE                  PIC X(500).
       01  WS-TKTC-PROBE.
           COPY TICKC0001.
       01  WS-BDAY-REC.
           COPY SECLOG.
       01  WS-HLTH-REC.
           COPY HLTH0001.
       01  WS-HLTH-OLD                   PIC X(47).
       01  WS-FEED-REC.
           COPY FEED0001.
       01  WS-STATUS-LINE.
           05  FILLER                    PIC X(14) VALUE
               'HEALTH CHECK '.
           05  SL-QUE                    PIC X(01).
           05  FILLER                    PIC X(06) VALUE ' CAL='.
           05  SL-CAL                    PIC X(01).
           05  FILLER                    PIC X(25) VALUE
               ' FEED LAST HEARD FROM AT '.
           05  SL-FEED                   PIC X(14).

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).
           PERFORM 240-CHECK-CONTROL
           PERFORM 250-CHECK-QUEUE
           PERFORM 260-CHECK-CALENDAR
           PERFORM 270-READ-FEED
           IF HLTH-UAF = 'Y' AND HLTH-TKTM = 'Y'
               AND HLTH-SVCC = 'Y' AND HLTH-NAM = 'Y'
               AND HLTH-TKTC = 'Y' AND HLTH-QUEUE = 'Y'
       260-EXIT.
           EXIT.

      *    Not a check - the heartbeat is shown, and a missing record
      *    just means the feed has not been stamped yet.
       270-READ-FEED.
           MOVE ZERO TO HLTH-FEED-DATE HLTH-FEED-TIME
           MOVE 'TKTINTF' TO FEED-ID
           EXEC CICS READ
               FILE('feed0001')
               INTO (WS-FEED-REC)
               RIDFLD (FEED-ID)
               KEYLENGTH (WS-STD-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND FEED-LAST-DATE NUMERIC
               MOVE FEED-LAST-DATE TO HLTH-FEED-DATE
               MOVE FEED-LAST-TIME TO HLTH-FEED-TIME
           END-IF.
       270-EXIT.
           EXIT.

       300-LAND-STATUS.
           EXEC CICS WRITE
               FILE ('hlth0001')
           MOVE HLTH-TKTC TO SL-CTL
           MOVE HLTH-QUEUE TO SL-QUE
           MOVE HLTH-BDAY TO SL-CAL
           MOVE SPACES TO SL-FEED
           EVALUATE TRUE
           WHEN HLTH-FEED-DATE = ZERO
               MOVE 'NEVER' TO SL-FEED
           WHEN HLTH-FEED-DATE = WS-TODAY
               STRING HLTH-FEED-TIME(1:2) ':' HLTH-FEED-TIME(3:2)
                   DELIMITED BY SIZE INTO SL-FEED
               END-STRING
           WHEN OTHER
               STRING HLTH-FEED-DATE ' '
                      HLTH-FEED-TIME(1:2) ':' HLTH-FEED-TIME(3:2)
                   DELIMITED BY SIZE INTO SL-FEED
               END-STRING
           END-EVALUATE
           EXEC CICS SEND TEXT
                FROM (WS-STATUS-LINE)
                LENGTH (+106)
                ERASE
                NOHANDLE
           END-EXEC.
