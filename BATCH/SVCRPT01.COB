      *             non-closed tickets still carry. Ticket codes with   *
      *             no catalog entry at all tally under a NOT-ON-       *
      *             CATALOG line.                                       *
      *             A closing BY ORGANIZATION section gives the same    *
      *             total/non-closed counts per orgn0001 organization   *
      *             of each ticket's contact (TICKET-CONTACT down the   *
      *             NAMEFILE KEY2 index to ORG-ID), with buckets for no *
      *             contact, contact not on NAMEFILE and contact not    *
      *             linked to an organization.                          *
      *    No restart/checkpoint handling - like TKTTHR01, the          *
      *    in-memory tallies could not survive a mid-file resume, and   *
      *    the job updates nothing, so an abended run is rerun whole.   *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           COPY SVCCAT01.

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

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
       01  WS-EXCP-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-UNKNOWN-TOTAL              PIC 9(06) VALUE ZERO.
       01  WS-UNKNOWN-OPEN               PIC 9(06) VALUE ZERO.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ORGN-STATUS                PIC X(02) VALUE SPACES.
      *    WS-ORGN-EOF: 'Y' end of orgn0001, 'X' it never opened.
       01  WS-ORGN-EOF                   PIC X(01) VALUE 'N'.

       01  WS-CAT-MAX                    PIC 9(03) VALUE 500.
       01  WS-CAT-COUNT                  PIC 9(03) VALUE ZERO.
               10  WS-CAT-TOTAL          PIC 9(06).
               10  WS-CAT-OPEN           PIC 9(06).

      *    By-organization tallies - orgn0001 loaded alongside the
      *    catalog; an org id found on NAMEFILE but not on orgn0001 is
      *    added on the fly so its tickets still show. WS-ORG-ON is
      *    'N' when NAMEFILE cannot be opened and the section is left
      *    out.
       01  WS-ORG-ON                     PIC X(01) VALUE 'N'.
       01  WS-ORG-MAX                    PIC 9(03) VALUE 999.
       01  WS-ORG-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-ORG-IDX                    PIC 9(03) VALUE ZERO.
       01  WS-ORG-HIT                    PIC 9(03) VALUE ZERO.
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY OCCURS 999 TIMES.
               10  WS-ORG-ID             PIC X(08).
               10  WS-ORG-NAME           PIC X(40).
               10  WS-ORG-TOTAL          PIC 9(06).
               10  WS-ORG-OPEN           PIC 9(06).
       01  WS-NOCON-TOTAL                PIC 9(06) VALUE ZERO.
       01  WS-NOCON-OPEN                 PIC 9(06) VALUE ZERO.
       01  WS-NONAM-TOTAL                PIC 9(06) VALUE ZERO.
       01  WS-NONAM-OPEN                 PIC 9(06) VALUE ZERO.
       01  WS-NOORG-TOTAL                PIC 9(06) VALUE ZERO.
       01  WS-NOORG-OPEN                 PIC 9(06) VALUE ZERO.
       01  WS-OVFL-TOTAL                 PIC 9(06) VALUE ZERO.
       01  WS-OVFL-OPEN                  PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(45) VALUE
               'SERVICE CATALOG INTEGRITY AND USAGE REPORT'.

       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.

       01  WS-ORG-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'TICKETS BY ORGANIZATION'.
           05  FILLER                    PIC X(92) VALUE SPACES.

       01  WS-ORG-HEAD2.
           05  FILLER                    PIC X(10) VALUE 'ORG ID'.
           05  FILLER                    PIC X(42) VALUE
               'ORGANIZATION'.
           05  FILLER                    PIC X(10) VALUE 'TICKETS'.
           05  FILLER                    PIC X(08) VALUE 'NON-CLSD'.
           05  FILLER                    PIC X(62) VALUE SPACES.

       01  WS-ORG-LINE.
           05  OL-ORG-ID                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OL-NAME                   PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  OL-TOTAL                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  OL-OPEN                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 120-LOAD-CATALOG
           PERFORM 200-PROCESS-TICKETS UNTIL WS-EOF = 'Y'
           PERFORM 800-PRINT-REPORT
           IF WS-ORG-ON = 'Y'
               PERFORM 850-PRINT-ORGS
           END-IF
           PERFORM 900-TERMINATE
           STOP RUN.

               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF
           PERFORM 125-LOAD-ORGS
           PERFORM 210-READ-TKT.
       120-EXIT.
           EXIT.

      *    NAMEFILE is what links a ticket to an organization, so
      *    without it the section is skipped; a missing orgn0001
      *    only means every org id prints as not on file.
       125-LOAD-ORGS.
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'SVCRPT01 - NAMEFILE NOT AVAILABLE, STATUS='
                   WS-NAM-STATUS ' - NO ORGANIZATION SECTION'
           ELSE
               MOVE 'Y' TO WS-ORG-ON
               OPEN INPUT ORGN-FILE
               IF WS-ORGN-STATUS NOT = '00'
                   DISPLAY 'SVCRPT01 - ORGN0001 NOT AVAILABLE, STATUS='
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
                           MOVE ZERO TO WS-ORG-TOTAL(WS-ORG-COUNT)
                                        WS-ORG-OPEN(WS-ORG-COUNT)
                       ELSE
                           DISPLAY 'SVCRPT01 - ORGANIZATION TABLE '
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

       200-PROCESS-TICKETS.
           ADD 1 TO WS-TKT-COUNT
           PERFORM 220-TALLY-TICKET
           IF WS-ORG-ON = 'Y'
               PERFORM 240-TALLY-ORG
           END-IF
           PERFORM 210-READ-TKT.
       200-EXIT.
           EXIT.
       220-EXIT.
           EXIT.

      *    TICKET-CONTACT is NAMEFILE's SHORT-NAME, chased down the
      *    KEY2 alternate index the way TKTRECN1's 260-CHECK-CONTACT
      *    does; the entry's ORG-ID then picks the table row.
       240-TALLY-ORG.
           MOVE ZERO TO WS-ORG-HIT
           IF TKT-CONTACT = SPACES OR TKT-CONTACT = LOW-VALUES
               ADD 1 TO WS-NOCON-TOTAL
               IF NOT TKT-CLOSED AND NOT TKT-REJECTED
                   ADD 1 TO WS-NOCON-OPEN
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
                   ADD 1 TO WS-NONAM-TOTAL
                   IF NOT TKT-CLOSED AND NOT TKT-REJECTED
                       ADD 1 TO WS-NONAM-OPEN
                   END-IF
               WHEN ORG-ID = SPACES OR ORG-ID = LOW-VALUES
                   ADD 1 TO WS-NOORG-TOTAL
                   IF NOT TKT-CLOSED AND NOT TKT-REJECTED
                       ADD 1 TO WS-NOORG-OPEN
                   END-IF
               WHEN OTHER
                   PERFORM 245-FIND-ORG
                   IF WS-ORG-HIT = ZERO
                       ADD 1 TO WS-OVFL-TOTAL
                       IF NOT TKT-CLOSED AND NOT TKT-REJECTED
                           ADD 1 TO WS-OVFL-OPEN
                       END-IF
                   ELSE
                       ADD 1 TO WS-ORG-TOTAL(WS-ORG-HIT)
                       IF NOT TKT-CLOSED AND NOT TKT-REJECTED
                           ADD 1 TO WS-ORG-OPEN(WS-ORG-HIT)
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
               MOVE ZERO TO WS-ORG-TOTAL(WS-ORG-HIT)
                            WS-ORG-OPEN(WS-ORG-HIT)
           END-IF.
       245-EXIT.
           EXIT.

       800-PRINT-REPORT.
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
       800-EXIT.
           EXIT.

      *    Organizations no ticket has ever named are left off; the
      *    buckets print only when they hold tickets.
       850-PRINT-ORGS.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-ORG-HEAD1
           WRITE REPORT-LINE FROM WS-ORG-HEAD2
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-TOTAL(WS-ORG-IDX) > ZERO
                   MOVE SPACES TO WS-ORG-LINE
                   MOVE WS-ORG-ID(WS-ORG-IDX) TO OL-ORG-ID
                   MOVE WS-ORG-NAME(WS-ORG-IDX) TO OL-NAME
                   MOVE WS-ORG-TOTAL(WS-ORG-IDX) TO OL-TOTAL
                   MOVE WS-ORG-OPEN(WS-ORG-IDX) TO OL-OPEN
                   WRITE REPORT-LINE FROM WS-ORG-LINE
               END-IF
           END-PERFORM
           IF WS-NOORG-TOTAL > ZERO
               MOVE SPACES TO WS-ORG-LINE
               MOVE '(CONTACT NOT LINKED TO AN ORGANIZATION)'
                   TO OL-NAME
               MOVE WS-NOORG-TOTAL TO OL-TOTAL
               MOVE WS-NOORG-OPEN TO OL-OPEN
               WRITE REPORT-LINE FROM WS-ORG-LINE
           END-IF
           IF WS-NONAM-TOTAL > ZERO
               MOVE SPACES TO WS-ORG-LINE
               MOVE '(CONTACT NOT ON NAMEFILE)' TO OL-NAME
               MOVE WS-NONAM-TOTAL TO OL-TOTAL
               MOVE WS-NONAM-OPEN TO OL-OPEN
               WRITE REPORT-LINE FROM WS-ORG-LINE
           END-IF
           IF WS-NOCON-TOTAL > ZERO
               MOVE SPACES TO WS-ORG-LINE
               MOVE '(NO CONTACT ON TICKET)' TO OL-NAME
               MOVE WS-NOCON-TOTAL TO OL-TOTAL
               MOVE WS-NOCON-OPEN TO OL-OPEN
               WRITE REPORT-LINE FROM WS-ORG-LINE
           END-IF
           IF WS-OVFL-TOTAL > ZERO
               MOVE SPACES TO WS-ORG-LINE
               MOVE '(BEYOND ORGANIZATION TABLE LIMIT)' TO OL-NAME
               MOVE WS-OVFL-TOTAL TO OL-TOTAL
               MOVE WS-OVFL-OPEN TO OL-OPEN
               WRITE REPORT-LINE FROM WS-ORG-LINE
           END-IF
           CLOSE NAM-FILE.
       850-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'SVCRPT01 - CATALOG: ' WS-CAT-COUNT
               ' TICKETS: ' WS-TKT-COUNT
