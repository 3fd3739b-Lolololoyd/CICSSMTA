      *             since TICKET-OPEN-DATE (today's date less the open  *
      *             date, same ACCEPT FROM DATE convention used to      *
      *             stamp batch runs elsewhere in this shop).           *
      *             A closing BY ORGANIZATION section rolls the open    *
      *             and overdue counts up to the orgn0001 organization  *
      *             of each ticket's contact (TICKET-CONTACT down the   *
      *             NAMEFILE KEY2 index to ORG-ID), with buckets for no *
      *             contact, contact not on NAMEFILE and contact not    *
      *             linked to an organization.                          *
      *    Restart/checkpoint: follows the same RESTART-FILE/WS-CKPT-   *
      *    FREQ convention UAFRPT01 established - see 110-CHECK-RESTART *
      *    and 230-CHECKPOINT.                                          *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS WS-BDAY-STATUS.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT ORGN-FILE ASSIGN TO ORGN0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORGN-ID
               FILE STATUS IS WS-ORGN-STATUS.
           SELECT RESTART-FILE ASSIGN TO RUNCTL01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.
       01  BDAY-REC.
           COPY BDAYCAL1.

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

       FD  ORGN-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ORGN-REC.
           COPY ORGN0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-AGE-DAYS                   PIC S9(08) VALUE ZERO.
       01  WS-BDAY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BDAY-EOF                   PIC X(01) VALUE 'N'.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ORGN-STATUS                PIC X(02) VALUE SPACES.
      *    WS-ORGN-EOF: 'Y' end of orgn0001, 'X' it never opened.
       01  WS-ORGN-EOF                   PIC X(01) VALUE 'N'.
       01  WS-WAS-RESTARTED              PIC X(01) VALUE 'N'.

      *    By-organization tallies - orgn0001 loaded once up front in
      *    key order, the bounded-table device 120-LOAD-HOLIDAYS uses;
      *    an org id found on NAMEFILE but not on orgn0001 is added on
      *    the fly so its tickets still show. WS-ORG-ON is 'N' when
      *    NAMEFILE cannot be opened and the section is left out.
       01  WS-ORG-ON                     PIC X(01) VALUE 'N'.
       01  WS-ORG-MAX                    PIC 9(03) VALUE 999.
       01  WS-ORG-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-ORG-IDX                    PIC 9(03) VALUE ZERO.
       01  WS-ORG-HIT                    PIC 9(03) VALUE ZERO.
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY OCCURS 999 TIMES.
               10  WS-ORG-ID             PIC X(08).
               10  WS-ORG-NAME           PIC X(40).
               10  WS-ORG-OPEN           PIC 9(06).
               10  WS-ORG-OVERDUE        PIC 9(06).
       01  WS-NOCON-OPEN                 PIC 9(06) VALUE ZERO.
       01  WS-NOCON-OVERDUE              PIC 9(06) VALUE ZERO.
       01  WS-NONAM-OPEN                 PIC 9(06) VALUE ZERO.
       01  WS-NONAM-OVERDUE              PIC 9(06) VALUE ZERO.
       01  WS-NOORG-OPEN                 PIC 9(06) VALUE ZERO.
       01  WS-NOORG-OVERDUE              PIC 9(06) VALUE ZERO.
       01  WS-OVFL-OPEN                  PIC 9(06) VALUE ZERO.
       01  WS-OVFL-OVERDUE               PIC 9(06) VALUE ZERO.

      *    Business-day arithmetic work fields - ages are counted in
      *    working days against the bday0001 calendar, so a weekend
           05  TL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(106) VALUE SPACES.

       01  WS-ORG-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'OPEN TICKETS BY ORGANIZATION'.
           05  FILLER                    PIC X(92) VALUE SPACES.

       01  WS-ORG-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'ORG ID'.
           05  FILLER                    PIC X(42) VALUE
               'ORGANIZATION'.
           05  FILLER                    PIC X(10) VALUE '   OPEN'.
           05  FILLER                    PIC X(07) VALUE 'OVERDUE'.
           05  FILLER                    PIC X(63) VALUE SPACES.

       01  WS-ORG-LINE.
           05  OL-ORG-ID                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OL-NAME                   PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OL-OPEN                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  OL-OVERDUE                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(63) VALUE SPACES.

       01  WS-ORG-NOTE.
           05  FILLER                    PIC X(42) VALUE
               'RESTARTED RUN - ORGANIZATION TOTALS COVER'.
           05  FILLER                    PIC X(90) VALUE
               'ONLY THE TICKETS READ AFTER THE RESTART POINT'.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
               STOP RUN
           END-IF
           PERFORM 120-LOAD-HOLIDAYS
           PERFORM 125-LOAD-ORGS
           PERFORM 110-CHECK-RESTART
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
      *    five working days each, the leftover days are checked by
      *    day-of-week, and calendar holidays landing on a weekday
      *    inside the span come back off.
      *    NAMEFILE is what links a ticket to an organization, so
      *    without it the section is skipped; a missing orgn0001
      *    only means every org id prints as not on file.
       125-LOAD-ORGS.
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'TKTRPT01 - NAMEFILE NOT AVAILABLE, STATUS='
                   WS-NAM-STATUS ' - NO ORGANIZATION SECTION'
           ELSE
               MOVE 'Y' TO WS-ORG-ON
               OPEN INPUT ORGN-FILE
               IF WS-ORGN-STATUS NOT = '00'
                   DISPLAY 'TKTRPT01 - ORGN0001 NOT AVAILABLE, STATUS='
                       WS-ORGN-STATUS
                   MOVE 'X' TO WS-ORGN-EOF
               END-IF
               PERFORM UNTIL WS-ORGN-EOF NOT = 'N'
                   READ ORGN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ORGN-EOF
                   END-READ
                   IF WS-ORGN-EOF = 'N'
                       IF WS-ORG-COUNT < WS-ORG-MAX
                           ADD 1 TO WS-ORG-COUNT
                           MOVE ORGN-ID TO WS-ORG-ID(WS-ORG-COUNT)
                           MOVE ORGN-LEGAL-NAME
                               TO WS-ORG-NAME(WS-ORG-COUNT)
                           MOVE ZERO TO WS-ORG-OPEN(WS-ORG-COUNT)
                                        WS-ORG-OVERDUE(WS-ORG-COUNT)
                       ELSE
                           DISPLAY 'TKTRPT01 - ORGANIZATION TABLE '
                               'OVERFLOW'
                           MOVE 'Y' TO WS-ORGN-EOF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ORGN-EOF = 'Y'
                   CLOSE ORGN-FILE
               END-IF
           END-IF.
       125-EXIT.
           EXIT.

       130-COUNT-BUSINESS-DAYS.
           COMPUTE WS-BD-WEEKS = (WS-BD-TO-INT - WS-BD-FROM-INT) / 7
           COMPUTE WS-BD-DAYS = WS-BD-WEEKS * 5
           END-READ
           IF WS-RESTART-STATUS = '00' AND NOT RESTART-COMPLETED
               MOVE 'Y' TO WS-RESTARTING
               MOVE 'Y' TO WS-WAS-RESTARTED
               MOVE RESTART-LAST-KEY TO WS-SKIP-KEY
               MOVE RESTART-COUNT TO WS-PRINTED-COUNT
               MOVE RESTART-LAST-KEY TO TKT-NUM
                   PERFORM 220-BUILD-DETAIL
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-PRINTED-COUNT
                   IF WS-ORG-ON = 'Y'
                       PERFORM 240-TALLY-ORG
                   END-IF
               END-IF
               ADD 1 TO WS-REC-COUNT
               IF FUNCTION MOD(WS-REC-COUNT WS-CKPT-FREQ) = 0
       220-EXIT.
           EXIT.

      *    TICKET-CONTACT is NAMEFILE's SHORT-NAME, chased down the
      *    KEY2 alternate index the way TKTRECN1's 260-CHECK-CONTACT
      *    does; the entry's ORG-ID then picks the table row.
       240-TALLY-ORG.
           MOVE ZERO TO WS-ORG-HIT
           IF TKT-CONTACT = SPACES OR TKT-CONTACT = LOW-VALUES
               ADD 1 TO WS-NOCON-OPEN
               IF DL-OVERDUE = 'OVERDUE'
                   ADD 1 TO WS-NOCON-OVERDUE
               END-IF
           ELSE
               MOVE TKT-CONTACT TO KEY2
               READ NAM-FILE
                   KEY IS KEY2
                   INVALID KEY
                       MOVE SPACES TO NAMEFILE-REC
                       MOVE HIGH-VALUES TO ORG-ID
               END-READ
               EVALUATE TRUE
               WHEN ORG-ID = HIGH-VALUES
                   ADD 1 TO WS-NONAM-OPEN
                   IF DL-OVERDUE = 'OVERDUE'
                       ADD 1 TO WS-NONAM-OVERDUE
                   END-IF
               WHEN ORG-ID = SPACES OR ORG-ID = LOW-VALUES
                   ADD 1 TO WS-NOORG-OPEN
                   IF DL-OVERDUE = 'OVERDUE'
                       ADD 1 TO WS-NOORG-OVERDUE
                   END-IF
               WHEN OTHER
                   PERFORM 245-FIND-ORG
                   IF WS-ORG-HIT = ZERO
                       ADD 1 TO WS-OVFL-OPEN
                       IF DL-OVERDUE = 'OVERDUE'
                           ADD 1 TO WS-OVFL-OVERDUE
                       END-IF
                   ELSE
                       ADD 1 TO WS-ORG-OPEN(WS-ORG-HIT)
                       IF DL-OVERDUE = 'OVERDUE'
                           ADD 1 TO WS-ORG-OVERDUE(WS-ORG-HIT)
                       END-IF
                   END-IF
               END-EVALUATE
           END-IF.
       240-EXIT.
           EXIT.

      *    Row for ORG-ID, adding one when the org id is not on
      *    orgn0001; zero back only when the table is full.
       245-FIND-ORG.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
                      OR WS-ORG-HIT NOT = ZERO
               IF WS-ORG-ID(WS-ORG-IDX) = ORG-ID
                   MOVE WS-ORG-IDX TO WS-ORG-HIT
               END-IF
           END-PERFORM
           IF WS-ORG-HIT = ZERO AND WS-ORG-COUNT < WS-ORG-MAX
               ADD 1 TO WS-ORG-COUNT
               MOVE WS-ORG-COUNT TO WS-ORG-HIT
               MOVE ORG-ID TO WS-ORG-ID(WS-ORG-HIT)
               MOVE '*** NOT ON ORGN0001 ***' TO WS-ORG-NAME(WS-ORG-HIT)
               MOVE ZERO TO WS-ORG-OPEN(WS-ORG-HIT)
                            WS-ORG-OVERDUE(WS-ORG-HIT)
           END-IF.
       245-EXIT.
           EXIT.

      *    Organizations with nothing open are left off; the buckets
      *    print only when they hold tickets.
       250-PRINT-ORGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-ORG-HEAD1
           IF WS-WAS-RESTARTED = 'Y'
               WRITE REPORT-LINE FROM WS-ORG-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-ORG-HEAD2
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-OPEN(WS-ORG-IDX) > ZERO
                   MOVE SPACES TO WS-ORG-LINE
                   MOVE WS-ORG-ID(WS-ORG-IDX) TO OL-ORG-ID
                   MOVE WS-ORG-NAME(WS-ORG-IDX) TO OL-NAME
                   MOVE WS-ORG-OPEN(WS-ORG-IDX) TO OL-OPEN
                   MOVE WS-ORG-OVERDUE(WS-ORG-IDX) TO OL-OVERDUE
                   WRITE REPORT-LINE FROM WS-ORG-LINE
               END-IF
           END-PERFORM
           IF WS-NOORG-OPEN > ZERO
               MOVE SPACES TO WS-ORG-LINE
               MOVE '(CONTACT NOT LINKED TO AN ORGANIZATION)'
                   TO OL-NAME
               MOVE WS-NOORG-OPEN TO OL-OPEN
               MOVE WS-NOORG-OVERDUE TO OL-OVERDUE
               WRITE REPORT-LINE FROM WS-ORG-LINE
           END-IF
           IF WS-NONAM-OPEN > ZERO
               MOVE SPACES TO WS-ORG-LINE
               MOVE '(CONTACT NOT ON NAMEFILE)' TO OL-NAME
               MOVE WS-NONAM-OPEN TO OL-OPEN
               MOVE WS-NONAM-OVERDUE TO OL-OVERDUE
               WRITE REPORT-LINE FROM WS-ORG-LINE
           END-IF
           IF WS-NOCON-OPEN > ZERO
               MOVE SPACES TO WS-ORG-LINE
               MOVE '(NO CONTACT ON TICKET)' TO OL-NAME
               MOVE WS-NOCON-OPEN TO OL-OPEN
               MOVE WS-NOCON-OVERDUE TO OL-OVERDUE
               WRITE REPORT-LINE FROM WS-ORG-LINE
           END-IF
           IF WS-OVFL-OPEN > ZERO
               MOVE SPACES TO WS-ORG-LINE
               MOVE '(BEYOND ORGANIZATION TABLE LIMIT)' TO OL-NAME
               MOVE WS-OVFL-OPEN TO OL-OPEN
               MOVE WS-OVFL-OVERDUE TO OL-OVERDUE
               WRITE REPORT-LINE FROM WS-ORG-LINE
           END-IF.
       250-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-PRINTED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-ORG-ON = 'Y'
               PERFORM 250-PRINT-ORGS
               CLOSE NAM-FILE
           END-IF
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
