       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNFOUT01.
      ******************************************************************
      *DESCRIPTION: Outbound contact-details confirmation requests -    *
      *             walks NAMEFILE and, once a year per contact, writes *
      *             one CNFOUT interface record for the mail gateway    *
      *             carrying the details we hold (name, contact, the    *
      *             four address lines and postal code, phone and the   *
      *             NOTIFY-ADDRESS it is sent to) so the contact can    *
      *             answer CONFIRMED or CHANGED; CNFIN01 loads the      *
      *             answers. A contact is due when neither its last     *
      *             request (CONFIRM-SENT-DATE) nor its last            *
      *             verification (LAST-VERIFIED-DATE) falls within the  *
      *             past year, or when it has had neither. Each request *
      *             written stamps CONFIRM-SENT-DATE with the run date. *
      *             A contact with no notify address on file is counted *
      *             and skipped - there is nowhere to deliver to, and   *
      *             CNFAGE01 shows it aging.                            *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today, the same convention TKTNTF01 uses.                    *
      *    No restart/checkpoint handling - a rerun for the same run    *
      *    date re-extracts the contacts already stamped with it, so    *
      *    the rebuilt CNFOUT is whole and nobody is asked twice.       *
      *    The personal fields are held encrypted on NAMEFILE; each    *
      *    entry is decrypted with its nkey0001 key version for the    *
      *    request, and the stamp is rewritten onto the entry as       *
      *    stored.                                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEY1
               FILE STATUS IS WS-NAM-STATUS.
           SELECT NKEY-FILE ASSIGN TO NKEY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKEY-ID
               FILE STATUS IS WS-NKEY-STATUS.
           SELECT CNF-FILE ASSIGN TO CNFOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CNF-FILE
           RECORD CONTAINS 433 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  CNF-REC.
           05  CNF-ADDRESS               PIC X(50).
           05  FILLER                    PIC X(01).
           05  CNF-REGION-CODE           PIC X(02).
           05  CNF-NAME-CODE             PIC X(04).
           05  FILLER                    PIC X(01).
           05  CNF-SEND-DATE             PIC 9(08).
           05  FILLER                    PIC X(01).
           05  CNF-NAME                  PIC X(50).
           05  CNF-CONTACT-NAME          PIC X(30).
           05  CNF-ADDRESS1              PIC X(50).
           05  CNF-ADDRESS2              PIC X(50).
           05  CNF-ADDRESS3              PIC X(50).
           05  CNF-ADDRESS4              PIC X(50).
           05  CNF-POSTAL-CODE           PIC X(12).
           05  CNF-PHONE                 PIC X(24).
           05  CNF-NOTIFY-ADDRESS        PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAM-STORED                 PIC X(500) VALUE SPACES.
       01  WS-CNF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RUN-INT                    PIC 9(08) VALUE ZERO.
       01  WS-CYCLE-DAYS                 PIC 9(03) VALUE 365.
       01  WS-LAST-TOUCH                 PIC 9(08) VALUE ZERO.
       01  WS-DUE-SW                     PIC X(01) VALUE 'N'.
       01  WS-REC-COUNT                  PIC 9(08) VALUE ZERO.
       01  WS-SENT-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-RESENT-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NOADDR-COUNT               PIC 9(06) VALUE ZERO.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RUN-DATE
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN I-O NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'CNFOUT01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
           OPEN OUTPUT CNF-FILE
           IF WS-CNF-STATUS NOT = '00'
               DISPLAY 'CNFOUT01 - ERROR OPENING CNFOUT, STATUS='
                   WS-CNF-STATUS
               STOP RUN
           END-IF
           PERFORM 210-READ-NAMEFILE.
       100-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           PERFORM 220-CHECK-DUE
           IF WS-DUE-SW = 'Y'
               IF NOTIFY-ADDRESS = SPACES
                   OR NOTIFY-ADDRESS = LOW-VALUES
                   ADD 1 TO WS-NOADDR-COUNT
               ELSE
                   PERFORM 240-WRITE-REQUEST
               END-IF
           END-IF
           PERFORM 210-READ-NAMEFILE.
       200-EXIT.
           EXIT.

       210-READ-NAMEFILE.
           READ NAM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE NAMEFILE-REC TO WS-NAM-STORED
               PERFORM 950-DECRYPT-RECORD
           END-IF.
       210-EXIT.
           EXIT.

      *    Due once the later of the last request and the last
      *    verification is a full cycle behind the run date. A contact
      *    already stamped with this run date is a rerun's - it goes
      *    out again so the rebuilt extract is complete.
       220-CHECK-DUE.
           MOVE 'N' TO WS-DUE-SW
           MOVE ZERO TO WS-LAST-TOUCH
           IF CONFIRM-SENT-DATE IS NUMERIC
               MOVE CONFIRM-SENT-DATE TO WS-LAST-TOUCH
           END-IF
           IF LAST-VERIFIED-DATE IS NUMERIC
               AND LAST-VERIFIED-DATE > WS-LAST-TOUCH
               MOVE LAST-VERIFIED-DATE TO WS-LAST-TOUCH
           END-IF
           EVALUATE TRUE
           WHEN CONFIRM-SENT-DATE IS NUMERIC
               AND CONFIRM-SENT-DATE = WS-RUN-DATE
               MOVE 'Y' TO WS-DUE-SW
               ADD 1 TO WS-RESENT-COUNT
           WHEN WS-LAST-TOUCH = ZERO
               MOVE 'Y' TO WS-DUE-SW
           WHEN FUNCTION INTEGER-OF-DATE(WS-LAST-TOUCH)
                   + WS-CYCLE-DAYS NOT > WS-RUN-INT
               MOVE 'Y' TO WS-DUE-SW
           END-EVALUATE.
       220-EXIT.
           EXIT.

      *    One request per contact, keyed back to it by region + code
      *    for the reply, and the contact stamped as asked.
       240-WRITE-REQUEST.
           MOVE SPACES TO CNF-REC
           MOVE NOTIFY-ADDRESS TO CNF-ADDRESS
           MOVE REGION-CODE TO CNF-REGION-CODE
           MOVE NAME-CODE TO CNF-NAME-CODE
           MOVE WS-RUN-DATE TO CNF-SEND-DATE
           MOVE NAME TO CNF-NAME
           MOVE CONTACT-NAME TO CNF-CONTACT-NAME
           MOVE ADDRESS1 TO CNF-ADDRESS1
           MOVE ADDRESS2 TO CNF-ADDRESS2
           MOVE ADDRESS3 TO CNF-ADDRESS3
           MOVE ADDRESS4 TO CNF-ADDRESS4
           MOVE POSTAL-CODE TO CNF-POSTAL-CODE
           MOVE PHONE TO CNF-PHONE
           MOVE NOTIFY-ADDRESS TO CNF-NOTIFY-ADDRESS
           WRITE CNF-REC
           ADD 1 TO WS-SENT-COUNT
      *    The stamp goes onto the entry as stored - its personal
      *    fields stay under the key version they were read with.
           MOVE WS-NAM-STORED TO NAMEFILE-REC
           MOVE WS-RUN-DATE TO CONFIRM-SENT-DATE
           IF LAST-VERIFIED-DATE IS NOT NUMERIC
               MOVE ZERO TO LAST-VERIFIED-DATE
           END-IF
           REWRITE NAMEFILE-REC
               INVALID KEY
                   DISPLAY 'CNFOUT01 - REWRITE FAILED FOR '
                       REGION-CODE NAME-CODE ' STATUS=' WS-NAM-STATUS
           END-REWRITE.
       240-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'CNFOUT01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           DISPLAY 'CNFOUT01 - CONTACTS READ: ' WS-REC-COUNT
               ' REQUESTS SENT: ' WS-SENT-COUNT
               ' (RERUN ' WS-RESENT-COUNT ')'
               ' NO ADDRESS: ' WS-NOADDR-COUNT
           CLOSE NAM-FILE
           CLOSE CNF-FILE.
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
