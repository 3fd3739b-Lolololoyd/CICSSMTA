       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNFIN01.
      ******************************************************************
      *DESCRIPTION: Contact-details confirmation inbound loader - reads *
      *             the CNFIN reply file the mail gateway lands for the *
      *             CNFOUT01 requests (one record per answer: contact   *
      *             region + code, C confirmed / U changed, sender      *
      *             address, and the details as the contact returned    *
      *             them). The sender must be the NOTIFY-ADDRESS on the *
      *             contact's NAMEFILE entry, matched without regard to *
      *             case the way TKTRPL01 matches its replies.          *
      *               CONFIRMED - LAST-VERIFIED-DATE stamped today.     *
      *               CHANGED   - the returned details staged pending   *
      *                           on cnfs0001 for an ADMIN to accept or *
      *                           reject on SM0060; NAMEFILE itself is  *
      *                           not touched. A CHANGED answer that    *
      *                           changes nothing counts as CONFIRMED.  *
      *             Unknown contacts, a sender other than the contact,  *
      *             or an unknown reply code land on the exception      *
      *             report untouched.                                   *
      *    No restart/checkpoint handling - reloading the same replies  *
      *    stamps the same date and restages the same details.          *
      *    The personal fields are held encrypted on NAMEFILE; each    *
      *    entry is decrypted with its nkey0001 key version for the    *
      *    sender check and compare, and a confirmation stamp is       *
      *    rewritten onto the entry as stored.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPL-FILE ASSIGN TO CNFIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPL-STATUS.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               FILE STATUS IS WS-NAM-STATUS.
           SELECT NKEY-FILE ASSIGN TO NKEY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKEY-ID
               FILE STATUS IS WS-NKEY-STATUS.
           SELECT CNFS-FILE ASSIGN TO CNFS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNFS-KEY
               FILE STATUS IS WS-CNFS-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RPL-FILE
           RECORD CONTAINS 346 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  RPL-REC.
           05  RPL-REGION-CODE           PIC X(02).
           05  RPL-NAME-CODE             PIC X(04).
           05  FILLER                    PIC X(01).
           05  RPL-REPLY                 PIC X(01).
               88  RPL-CONFIRMED         VALUE 'C' 'c'.
               88  RPL-CHANGED           VALUE 'U' 'u'.
           05  FILLER                    PIC X(01).
           05  RPL-SENDER                PIC X(50).
           05  FILLER                    PIC X(01).
           05  RPL-ADDRESS1              PIC X(50).
           05  RPL-ADDRESS2              PIC X(50).
           05  RPL-ADDRESS3              PIC X(50).
           05  RPL-ADDRESS4              PIC X(50).
           05  RPL-POSTAL-CODE           PIC X(12).
           05  RPL-PHONE                 PIC X(24).
           05  RPL-NOTIFY-ADDRESS        PIC X(50).

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

       FD  CNFS-FILE
           RECORD CONTAINS 400 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CNFS-REC.
           COPY CNFS0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RPL-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAM-STORED                 PIC X(500) VALUE SPACES.
       01  WS-CNFS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-CONFIRM-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-STAGED-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-REJECT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-EXC-REASON                 PIC X(40) VALUE SPACES.
       01  WS-RESULT                     PIC X(40) VALUE SPACES.
       01  WS-SENDER-UC                  PIC X(50) VALUE SPACES.
       01  WS-DIFF-SW                    PIC X(01) VALUE 'N'.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'CONTACT-DETAILS CONFIRMATION INBOUND LOADER'.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(64) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-REGION                 PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-CODE                   PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-REPLY                  PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-SENDER                 PIC X(50).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-RESULT                 PIC X(40).
           05  FILLER                    PIC X(28) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(09) VALUE 'REPLIES: '.
           05  TL-READ                   PIC ZZZZZ9.
           05  FILLER                    PIC X(13) VALUE
               '  CONFIRMED: '.
           05  TL-CONFIRMED              PIC ZZZZZ9.
           05  FILLER                    PIC X(10) VALUE
               '  STAGED: '.
           05  TL-STAGED                 PIC ZZZZZ9.
           05  FILLER                    PIC X(14) VALUE
               '  EXCEPTIONS: '.
           05  TL-REJECTED               PIC ZZZZZ9.
           05  FILLER                    PIC X(62) VALUE SPACES.
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
           OPEN INPUT RPL-FILE
           IF WS-RPL-STATUS NOT = '00'
               DISPLAY 'CNFIN01 - ERROR OPENING CNFIN, STATUS='
                   WS-RPL-STATUS
               STOP RUN
           END-IF
           OPEN I-O NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'CNFIN01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
           OPEN I-O CNFS-FILE
           IF WS-CNFS-STATUS = '35'
               OPEN OUTPUT CNFS-FILE
               CLOSE CNFS-FILE
               OPEN I-O CNFS-FILE
           END-IF
           IF WS-CNFS-STATUS NOT = '00'
               DISPLAY 'CNFIN01 - ERROR OPENING CNFS0001, STATUS='
                   WS-CNFS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CNFIN01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY TO H1-DATE
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
           MOVE SPACES TO WS-RESULT
           PERFORM 310-CHECK-CONTACT
           IF WS-EXC-REASON = SPACES
               PERFORM 320-CHECK-SENDER
           END-IF
           IF WS-EXC-REASON = SPACES
               EVALUATE TRUE
               WHEN RPL-CONFIRMED
                   PERFORM 330-CONFIRM-CONTACT
               WHEN RPL-CHANGED
                   PERFORM 340-COMPARE-DETAILS
                   IF WS-DIFF-SW = 'Y'
                       PERFORM 350-STAGE-CHANGE
                   ELSE
                       PERFORM 330-CONFIRM-CONTACT
                       MOVE 'CHANGED, NOTHING DIFFERS - CONFIRMED'
                           TO WS-RESULT
                   END-IF
               WHEN OTHER
                   MOVE 'REPLY CODE NOT C OR U' TO WS-EXC-REASON
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RPL-REGION-CODE TO DL-REGION
           MOVE RPL-NAME-CODE TO DL-CODE
           MOVE RPL-REPLY TO DL-REPLY
           MOVE RPL-SENDER TO DL-SENDER
           IF WS-EXC-REASON = SPACES
               MOVE WS-RESULT TO DL-RESULT
           ELSE
               MOVE WS-EXC-REASON TO DL-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

       310-CHECK-CONTACT.
           MOVE RPL-REGION-CODE TO REGION-CODE
           MOVE RPL-NAME-CODE TO NAME-CODE
           READ NAM-FILE
               INVALID KEY
                   MOVE 'UNKNOWN CONTACT' TO WS-EXC-REASON
           END-READ
           IF WS-EXC-REASON = SPACES
               MOVE NAMEFILE-REC TO WS-NAM-STORED
               PERFORM 950-DECRYPT-RECORD
           END-IF.
       310-EXIT.
           EXIT.

      *    Only the address the request went to may answer it - mail
      *    gateways fold the case of an address freely, so the match
      *    ignores case.
       320-CHECK-SENDER.
           MOVE FUNCTION UPPER-CASE(RPL-SENDER) TO WS-SENDER-UC
           EVALUATE TRUE
           WHEN WS-SENDER-UC = SPACES
               MOVE 'NO SENDER ADDRESS' TO WS-EXC-REASON
           WHEN NOTIFY-ADDRESS = SPACES
               OR FUNCTION UPPER-CASE(NOTIFY-ADDRESS) NOT = WS-SENDER-UC
               MOVE 'SENDER NOT CONTACT NOTIFY ADDRESS' TO WS-EXC-REASON
           END-EVALUATE.
       320-EXIT.
           EXIT.

      *    The details on file are right as they stand. A change the
      *    same contact sent earlier and still waiting on SM0060 is
      *    left for the reviewer, who can see it is now contradicted.
       330-CONFIRM-CONTACT.
      *    The stamp goes onto the entry as stored - its personal
      *    fields stay under the key version they were read with.
           MOVE WS-NAM-STORED TO NAMEFILE-REC
           MOVE WS-TODAY TO LAST-VERIFIED-DATE
           IF CONFIRM-SENT-DATE IS NOT NUMERIC
               MOVE ZERO TO CONFIRM-SENT-DATE
           END-IF
           REWRITE NAMEFILE-REC
               INVALID KEY
                   MOVE 'NAMEFILE REWRITE FAILED' TO WS-EXC-REASON
           END-REWRITE
           IF WS-EXC-REASON = SPACES
               ADD 1 TO WS-CONFIRM-COUNT
               MOVE 'CONFIRMED - VERIFIED' TO WS-RESULT
               MOVE KEY1 TO CNFS-KEY
               READ CNFS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CNFS-STATUS = '00' AND CNFS-PENDING
                   MOVE 'CONFIRMED - STAGED CHANGE STILL PENDING'
                       TO WS-RESULT
               END-IF
           END-IF.
       330-EXIT.
           EXIT.

       340-COMPARE-DETAILS.
           MOVE 'N' TO WS-DIFF-SW
           IF RPL-ADDRESS1 NOT = ADDRESS1
               OR RPL-ADDRESS2 NOT = ADDRESS2
               OR RPL-ADDRESS3 NOT = ADDRESS3
               OR RPL-ADDRESS4 NOT = ADDRESS4
               OR RPL-POSTAL-CODE NOT = POSTAL-CODE
               OR RPL-PHONE NOT = PHONE
               OR RPL-NOTIFY-ADDRESS NOT = NOTIFY-ADDRESS
               MOVE 'Y' TO WS-DIFF-SW
           END-IF.
       340-EXIT.
           EXIT.

      *    Staged, never applied - whatever was staged before for this
      *    contact, pending or already reviewed, is replaced by the
      *    latest answer and goes back in front of the reviewer.
       350-STAGE-CHANGE.
           MOVE KEY1 TO CNFS-KEY
           READ CNFS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO CNFS-REC
           MOVE RPL-REGION-CODE TO CNFS-REGION-CODE
           MOVE RPL-NAME-CODE TO CNFS-NAME-CODE
           MOVE WS-TODAY TO CNFS-RECEIVED-DATE
           MOVE RPL-SENDER TO CNFS-SENDER
           MOVE RPL-ADDRESS1 TO CNFS-ADDRESS1
           MOVE RPL-ADDRESS2 TO CNFS-ADDRESS2
           MOVE RPL-ADDRESS3 TO CNFS-ADDRESS3
           MOVE RPL-ADDRESS4 TO CNFS-ADDRESS4
           MOVE RPL-POSTAL-CODE TO CNFS-POSTAL-CODE
           MOVE RPL-PHONE TO CNFS-PHONE
           MOVE RPL-NOTIFY-ADDRESS TO CNFS-NOTIFY-ADDRESS
           SET CNFS-PENDING TO TRUE
           MOVE ZERO TO CNFS-REVIEWED-DATE
           IF WS-CNFS-STATUS = '00'
               REWRITE CNFS-REC
                   INVALID KEY
                       MOVE 'CNFS0001 REWRITE FAILED' TO WS-EXC-REASON
               END-REWRITE
           ELSE
               WRITE CNFS-REC
                   INVALID KEY
                       MOVE 'CNFS0001 WRITE FAILED' TO WS-EXC-REASON
               END-WRITE
           END-IF
           IF WS-EXC-REASON = SPACES
               ADD 1 TO WS-STAGED-COUNT
               MOVE 'CHANGED - STAGED FOR REVIEW ON SM0060'
                   TO WS-RESULT
           END-IF.
       350-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'CNFIN01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           MOVE WS-REC-COUNT TO TL-READ
           MOVE WS-CONFIRM-COUNT TO TL-CONFIRMED
           MOVE WS-STAGED-COUNT TO TL-STAGED
           MOVE WS-REJECT-COUNT TO TL-REJECTED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'CNFIN01 - REPLIES: ' WS-REC-COUNT
               ' CONFIRMED: ' WS-CONFIRM-COUNT
               ' STAGED: ' WS-STAGED-COUNT
               ' EXCEPTIONS: ' WS-REJECT-COUNT
           CLOSE RPL-FILE
           CLOSE NAM-FILE
           CLOSE CNFS-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
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
