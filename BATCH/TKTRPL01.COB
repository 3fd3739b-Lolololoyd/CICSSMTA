       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKTRPL01.
      ******************************************************************
      *DESCRIPTION: Requestor-reply inbound channel - reads the RPLIN   *
      *             reply file the mail gateway lands (one record per   *
      *             answered e-mail: ticket, sender address, reply      *
      *             text) and posts each valid reply onto the ticket's  *
      *             tktd0001 work log, the same posting APPRPL01 makes  *
      *             for an approve-by-reply. The sender must be the     *
      *             ticket's requestor or its routed contact - matched  *
      *             against the NOTIFY-ADDRESS on their NAMEFILE        *
      *             entry. A ticket sat WAITING on the customer is      *
      *             resumed by the same business-day push-out of the    *
      *             due date SM0011's 360-RESUME-TICKET applies, so     *
      *             the SLA clock restarts the night the customer       *
      *             answers instead of when an agent retypes it.        *
      *             Replies to unknown, closed or rejected tickets, or  *
      *             from an address on neither entry, land on the       *
      *             exception report untouched.                         *
      *    NOTIFY-ADDRESS is held encrypted on NAMEFILE and is         *
      *    decrypted with the entry's nkey0001 key version before the  *
      *    sender is compared.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPL-FILE ASSIGN TO RPLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPL-STATUS.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT TICKD-FILE ASSIGN TO TKTD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKD-KEY
               FILE STATUS IS WS-TICKD-STATUS.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT NKEY-FILE ASSIGN TO NKEY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKEY-ID
               FILE STATUS IS WS-NKEY-STATUS.
           SELECT BDAY-FILE ASSIGN TO BDAY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS WS-BDAY-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RPL-FILE
           RECORD CONTAINS 238 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  RPL-REC.
           05  RPL-TICKET                PIC X(06).
           05  FILLER                    PIC X(01).
           05  RPL-SENDER                PIC X(50).
           05  FILLER                    PIC X(01).
           05  RPL-TEXT                  PIC X(180).
           05  RPL-TEXT-LINES REDEFINES RPL-TEXT.
               10  RPL-TEXT-LINE         PIC X(60) OCCURS 3 TIMES.

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  TICKD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TICKD-REC.
           COPY TICKD0001.

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

       FD  NKEY-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NKEY-REC.
           COPY NKEY0001.

       FD  BDAY-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BDAY-REC.
           COPY BDAYCAL1.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BDAY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BDAY-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-DTL-EOF                    PIC X(01) VALUE 'N'.
       01  WS-JOB-ID                     PIC X(08) VALUE 'TKTRPL01'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TIME8                      PIC 9(08) VALUE ZERO.
       01  WS-TIME8-X REDEFINES WS-TIME8.
           05  WS-TIME6                  PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-RESUMED-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-EXC-REASON                 PIC X(30) VALUE SPACES.
       01  WS-RESULT                     PIC X(30) VALUE SPACES.
       01  WS-SENDER-UC                  PIC X(50) VALUE SPACES.
       01  WS-REPLY-BY                   PIC X(08) VALUE SPACES.
       01  WS-REPLY-ROLE                 PIC X(09) VALUE SPACES.
       01  WS-LINE-IX                    PIC S9(4) COMP VALUE ZERO.
       01  WS-SEQX-WORK.
           COPY TKDSEQW1.
       01  WS-LOG-TEXT                   PIC X(60) VALUE SPACES.
       01  WS-TKT-REGION                 PIC X(02) VALUE '**'.
       01  WS-SUSP-DAYS                  PIC 9(05) VALUE ZERO.
       01  WS-WALK-INT                   PIC 9(08) VALUE ZERO.
       01  WS-END-INT                    PIC 9(08) VALUE ZERO.
       01  WS-BD-DOW                     PIC 9(01) VALUE ZERO.
       01  WS-BD-IS-WORK                 PIC X(01) VALUE 'N'.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'REQUESTOR-REPLY INBOUND CHANNEL'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-TICKET                 PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-SENDER                 PIC X(50).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-RESULT                 PIC X(30).
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(09) VALUE 'REPLIES: '.
           05  TL-READ                   PIC ZZZZZ9.
           05  FILLER                    PIC X(11) VALUE
               '  APPLIED: '.
           05  TL-APPLIED                PIC ZZZZZ9.
           05  FILLER                    PIC X(11) VALUE
               '  RESUMED: '.
           05  TL-RESUMED                PIC ZZZZZ9.
           05  FILLER                    PIC X(14) VALUE
               '  EXCEPTIONS: '.
           05  TL-REJECTED               PIC ZZZZZ9.
           05  FILLER                    PIC X(63) VALUE SPACES.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME8 FROM TIME
           OPEN INPUT RPL-FILE
           IF WS-RPL-STATUS NOT = '00'
               DISPLAY 'TKTRPL01 - ERROR OPENING RPLIN, STATUS='
                   WS-RPL-STATUS
               STOP RUN
           END-IF
           OPEN I-O TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'TKTRPL01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           OPEN I-O TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'TKTRPL01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TICKD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'TKTRPL01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
      *    No calendar file means no holidays are declared - the
      *    push-out then skips weekends only.
           OPEN INPUT BDAY-FILE
           IF WS-BDAY-STATUS = '00'
               MOVE 'Y' TO WS-BDAY-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'TKTRPL01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1
           PERFORM 210-READ-REPLY.
       100-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           PERFORM 300-APPLY-REPLY
           PERFORM 210-READ-REPLY.
       200-EXIT.
           EXIT.

       210-READ-REPLY.
           READ RPL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

       300-APPLY-REPLY.
           MOVE SPACES TO WS-EXC-REASON
           MOVE 'APPLIED' TO WS-RESULT
           PERFORM 310-CHECK-TICKET THRU 310-EXIT
           IF WS-EXC-REASON = SPACES
               PERFORM 320-CHECK-SENDER THRU 320-EXIT
           END-IF
           IF WS-EXC-REASON = SPACES
               AND RPL-TEXT = SPACES
               MOVE 'REPLY HAS NO TEXT' TO WS-EXC-REASON
           END-IF
           IF WS-EXC-REASON = SPACES
               PERFORM 330-POST-REPLY
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RPL-TICKET TO DL-TICKET
           MOVE RPL-SENDER TO DL-SENDER
           IF WS-EXC-REASON = SPACES
               MOVE WS-RESULT TO DL-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE WS-EXC-REASON TO DL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

      *    The ticket must be on file and still live - a closed or
      *    rejected ticket is reopened at the terminal, never by mail.
       310-CHECK-TICKET.
           MOVE RPL-TICKET TO TKT-NUM
           READ TKT-FILE
               INVALID KEY
                   MOVE 'UNKNOWN TICKET' TO WS-EXC-REASON
           END-READ
           IF WS-EXC-REASON NOT = SPACES
               GO TO 310-EXIT
           END-IF
           IF TKT-CLOSED
               MOVE 'TICKET CLOSED' TO WS-EXC-REASON
               GO TO 310-EXIT
           END-IF
           IF TKT-REJECTED
               MOVE 'TICKET REJECTED' TO WS-EXC-REASON
           END-IF.
       310-EXIT.
           EXIT.

      *    Requestor first, then the routed contact - each one's
      *    NAMEFILE entry found down the SHORT-NAME alternate key the
      *    way TKTNTF01 addresses its notices. Mail gateways fold the
      *    case of an address freely, so the match ignores case.
       320-CHECK-SENDER.
           MOVE SPACES TO WS-REPLY-BY
           MOVE FUNCTION UPPER-CASE(RPL-SENDER) TO WS-SENDER-UC
           IF WS-SENDER-UC = SPACES
               MOVE 'NO SENDER ADDRESS' TO WS-EXC-REASON
               GO TO 320-EXIT
           END-IF
           MOVE SPACES TO KEY2
           MOVE TKT-REQUESTOR TO KEY2(1:8)
           READ NAM-FILE
               KEY IS KEY2
               INVALID KEY
                   MOVE SPACES TO NOTIFY-ADDRESS
           END-READ
           PERFORM 950-DECRYPT-RECORD
           IF NOTIFY-ADDRESS NOT = SPACES
               AND FUNCTION UPPER-CASE(NOTIFY-ADDRESS) = WS-SENDER-UC
               MOVE TKT-REQUESTOR TO WS-REPLY-BY
               MOVE 'REQUESTOR' TO WS-REPLY-ROLE
               GO TO 320-EXIT
           END-IF
           IF TKT-CONTACT NOT = SPACES
               MOVE TKT-CONTACT TO KEY2
               READ NAM-FILE
                   KEY IS KEY2
                   INVALID KEY
                       MOVE SPACES TO NOTIFY-ADDRESS
               END-READ
               PERFORM 950-DECRYPT-RECORD
               IF NOTIFY-ADDRESS NOT = SPACES
                   AND FUNCTION UPPER-CASE(NOTIFY-ADDRESS)
                       = WS-SENDER-UC
                   MOVE TKT-CONTACT TO WS-REPLY-BY
                   MOVE 'CONTACT' TO WS-REPLY-ROLE
                   GO TO 320-EXIT
               END-IF
           END-IF
           MOVE 'SENDER NOT REQUESTOR/CONTACT' TO WS-EXC-REASON.
       320-EXIT.
           EXIT.

      *    One header line naming who answered, then the reply text
      *    a 60-byte work-log line at a time, requestor-visible like
      *    any customer correspondence. A WAITING ticket then resumes.
       330-POST-REPLY.
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'E-mail reply from ' WS-REPLY-ROLE
                  DELIMITED BY SPACE
                  ' ' WS-REPLY-BY
                  DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           PERFORM 340-ADD-DETAIL-LINE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 3
               IF RPL-TEXT-LINE(WS-LINE-IX) NOT = SPACES
                   MOVE RPL-TEXT-LINE(WS-LINE-IX) TO WS-LOG-TEXT
                   PERFORM 340-ADD-DETAIL-LINE
               END-IF
           END-PERFORM
           IF TKT-WAITING
               PERFORM 350-RESUME-TICKET
               MOVE 'APPLIED - RESUMED FROM WAITING' TO WS-RESULT
               ADD 1 TO WS-RESUMED-COUNT
           END-IF.
       330-EXIT.
           EXIT.

      *    Append one work-log line - next free sequence by the same
      *    forward walk APPRPL01's 340-ADD-DETAIL-LINE uses.
       340-ADD-DETAIL-LINE.
           MOVE SPACES TO SEQX-LAST
           MOVE 'N' TO WS-DTL-EOF
           MOVE TKT-NUM TO TICKD-TICKET-NUM
           MOVE LOW-VALUES TO TICKD-SEQ-NUM-X
           START TICKD-FILE KEY NOT LESS THAN TICKD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DTL-EOF
           END-START
           PERFORM UNTIL WS-DTL-EOF = 'Y'
               READ TICKD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DTL-EOF
               END-READ
               IF WS-DTL-EOF NOT = 'Y'
                   IF TICKD-TICKET-NUM = TKT-NUM
                       MOVE TICKD-SEQ-NUM-X TO SEQX-LAST
                   ELSE
                       MOVE 'Y' TO WS-DTL-EOF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO TICKD-REC
           MOVE TKT-NUM TO TICKD-TICKET-NUM
           PERFORM 905-NEXT-SEQX
           MOVE SEQX-NEXT TO TICKD-SEQ-NUM-X
           MOVE WS-REPLY-BY TO TICKD-ENTERED-BY
           MOVE WS-TODAY TO TICKD-ENTERED-DATE
           MOVE WS-TIME6 TO TICKD-ENTERED-TIME
           MOVE ZERO TO TICKD-MINUTES
           MOVE WS-LOG-TEXT TO TICKD-TEXT
           SET TICKD-PUBLIC TO TRUE
           WRITE TICKD-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       340-EXIT.
           EXIT.

      *    SM0011's 360-RESUME-TICKET in batch - the suspended business
      *    days from the WAITING stamp to today go back onto the due
      *    date, status returns to approved or open, and the resume is
      *    logged under the job's name.
       350-RESUME-TICKET.
           PERFORM 375-DERIVE-REGION THRU 375-EXIT
           MOVE ZERO TO WS-SUSP-DAYS
           IF TKT-WAIT-DATE IS NUMERIC
               AND TKT-WAIT-DATE > ZERO
               COMPUTE WS-WALK-INT =
                   FUNCTION INTEGER-OF-DATE(TKT-WAIT-DATE)
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
               PERFORM UNTIL WS-WALK-INT >= WS-END-INT
                   ADD 1 TO WS-WALK-INT
                   PERFORM 370-CHECK-BUSINESS-DAY THRU 370-EXIT
                   IF WS-BD-IS-WORK = 'Y'
                       ADD 1 TO WS-SUSP-DAYS
                   END-IF
               END-PERFORM
           END-IF
           IF TKT-DUE-DATE IS NUMERIC
               AND TKT-DUE-DATE > ZERO
               AND WS-SUSP-DAYS > ZERO
               COMPUTE WS-WALK-INT =
                   FUNCTION INTEGER-OF-DATE(TKT-DUE-DATE)
               PERFORM UNTIL WS-SUSP-DAYS = ZERO
                   ADD 1 TO WS-WALK-INT
                   PERFORM 370-CHECK-BUSINESS-DAY THRU 370-EXIT
                   IF WS-BD-IS-WORK = 'Y'
                       SUBTRACT 1 FROM WS-SUSP-DAYS
                   END-IF
               END-PERFORM
               COMPUTE TKT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
      *        An hour-based ticket keeps its due time of day, and
      *        a breach the intraday sweep already flagged is re-armed
      *        against the pushed-out target.
               IF TKT-SLA-HRS-BREACHED
                   MOVE 'H' TO TKT-SLA-BASIS
               END-IF
           END-IF
           IF TKT-APPR-NEEDED IS NUMERIC
               AND TKT-APPR-NEEDED > ZERO
               SET TKT-APPROVED TO TRUE
           ELSE
               SET TKT-OPEN TO TRUE
           END-IF
           MOVE ZERO TO TKT-WAIT-DATE
           REWRITE TKT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE SPACES TO WS-LOG-TEXT
           STRING 'Resumed from WAITING - due date now '
                  TKT-DUE-DATE
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-STRING
           MOVE WS-JOB-ID TO WS-REPLY-BY
           PERFORM 340-ADD-DETAIL-LINE.
       350-EXIT.
           EXIT.

      *    Weekends by day-of-week (integer day 1 was a Monday), then
      *    the regional bday0001 calendar with the global '**' set
      *    behind it - SM0011's 370-CHECK-BUSINESS-DAY probe order.
       370-CHECK-BUSINESS-DAY.
           MOVE 'N' TO WS-BD-IS-WORK
           COMPUTE WS-BD-DOW = FUNCTION MOD(WS-WALK-INT 7)
           IF WS-BD-DOW < 1 OR WS-BD-DOW > 5
               GO TO 370-EXIT
           END-IF
           MOVE '23' TO WS-BDAY-STATUS
           IF WS-BDAY-OPEN = 'Y'
               MOVE WS-TKT-REGION TO BDAY-REGION
               COMPUTE BDAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
               READ BDAY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BDAY-STATUS NOT = '00'
                   AND WS-TKT-REGION NOT = '**'
                   MOVE '**' TO BDAY-REGION
                   READ BDAY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF
           IF WS-BDAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-BD-IS-WORK
           END-IF.
       370-EXIT.
           EXIT.

      *    The ticket's calendar region is its routed contact's
      *    NAMEFILE region, as SM0011's 375-DERIVE-REGION reads it.
      *    No contact, or no match, means the global calendar.
       375-DERIVE-REGION.
           MOVE '**' TO WS-TKT-REGION
           IF TKT-CONTACT = SPACES
               GO TO 375-EXIT
           END-IF
           MOVE TKT-CONTACT TO KEY2
           READ NAM-FILE
               KEY IS KEY2
               INVALID KEY
                   GO TO 375-EXIT
           END-READ
           MOVE REGION-CODE TO WS-TKT-REGION.
       375-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'TKTRPL01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           MOVE WS-REC-COUNT TO TL-READ
           MOVE WS-APPLIED-COUNT TO TL-APPLIED
           MOVE WS-RESUMED-COUNT TO TL-RESUMED
           MOVE WS-REJECT-COUNT TO TL-REJECTED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'TKTRPL01 - REPLIES: ' WS-REC-COUNT
               ' APPLIED: ' WS-APPLIED-COUNT
               ' RESUMED: ' WS-RESUMED-COUNT
               ' EXCEPTIONS: ' WS-REJECT-COUNT
           CLOSE RPL-FILE
           CLOSE TKT-FILE
           CLOSE TICKD-FILE
           CLOSE NAM-FILE
           IF WS-BDAY-OPEN = 'Y'
               CLOSE BDAY-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

      *    Next work-log sequence from the last key seen - the shared
      *    TKDNXSQ1 increment. See TKDSEQW1.
       905-NEXT-SEQX.
           COPY TKDNXSQ1.
           CONTINUE.
       905-EXIT.
           EXIT.

      *    nkey0001 is read once into the key table; no key file
      *    just means nothing on NAMEFILE has been encrypted yet.
       940-LOAD-KEYS.
           MOVE SPACES TO NCR-KEY-TABLE
           MOVE SPACES TO NCR-CURRENT
           OPEN INPUT NKEY-FILE
           IF WS-NKEY-STATUS = '00'
               PERFORM 945-READ-KEYS THRU 945-EXIT
               CLOSE NKEY-FILE
           END-IF.
       940-EXIT.
           EXIT.

       945-READ-KEYS.
           COPY NAMCRLD1.
           CONTINUE.
       945-EXIT.
           EXIT.

      *    The personal fields come back clear under the key version
      *    the entry carries. An entry whose key is not on nkey0001
      *    is counted and treated as holding no details at all.
       950-DECRYPT-RECORD.
           MOVE 'N' TO NCR-KEY-SW
           IF CRYPT-KEY-VERSION IS NUMERIC
               AND CRYPT-KEY-VERSION NOT = '00'
               MOVE CRYPT-KEY-VERSION TO NCR-VERSION
               IF NCR-KEY-ENTRY(NCR-VERSION-9) = SPACES
                   MOVE 'Y' TO NCR-KEY-SW
                   ADD 1 TO WS-NOKEY-COUNT
                   MOVE SPACES TO ADDRESS1 ADDRESS2 ADDRESS3 ADDRESS4
                   MOVE SPACES TO PHONE FAX NOTIFY-ADDRESS
               ELSE
                   MOVE NCR-KEY-ENTRY(NCR-VERSION-9) TO NCR-KEY
                   MOVE 'D' TO NCR-MODE
                   PERFORM 970-TRANSFORM-RECORD
                   MOVE '00' TO CRYPT-KEY-VERSION
               END-IF
           END-IF.
       950-EXIT.
           EXIT.

       970-TRANSFORM-RECORD.
           COPY NAMCRYP1.
           CONTINUE.
       970-EXIT.
           EXIT.
