      *             number, its current status, and the event line      *
      *             itself. A contact with no notify address on file,   *
      *             or an unrouted ticket, is counted and skipped -     *
      *             there is nowhere to deliver to. Lines marked        *
      *             internal (TICKD-INTERNAL) are never extracted,      *
      *             so desk-only notes stay out of the notices.         *
      *    Event date: command-line parameter YYYYMMDD, defaulting to   *
      *    today, the same convention TKTTHR01 uses.                    *
      *    No restart/checkpoint handling - the extract is rebuilt      *
      *    record behind the closure notice and stamps an INVITED      *
      *    srvy0001 record (see SRVY0001) for SVYRSP01 to match the    *
      *    gateway's response against.                                 *
      *    Notify addresses are held encrypted on NAMEFILE - each entry*
      *    is decrypted with the nkey0001 key version it carries before*
      *    its address is used.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT NKEY-FILE ASSIGN TO NKEY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKEY-ID
               FILE STATUS IS WS-NKEY-STATUS.
           SELECT NTF-FILE ASSIGN TO NTFOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TKTD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKTD-REC.
           COPY TICKD0001.

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

       FD  NKEY-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NKEY-REC.
           COPY NKEY0001.

       FD  NTF-FILE
           RECORD CONTAINS 136 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-TKTD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NTF-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-SRVY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NTFS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SENT-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-NOADDR-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-SURVEY-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       PROCEDURE DIVISION.
       000-MAIN.
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
           OPEN OUTPUT NTF-FILE
           IF WS-NTF-STATUS NOT = '00'
               DISPLAY 'TKTNTF01 - ERROR OPENING NTFOUT, STATUS='
       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           IF TICKD-ENTERED-DATE = WS-RPT-DATE
               PERFORM 220-CLASSIFY-EVENT THRU 220-EXIT
               IF WS-EVENT-SW = 'Y'
                   PERFORM 240-BUILD-NOTIFICATION
               END-IF

      *    The status-change lines the online programs write - the
      *    same phrases TKTTHR01 recognizes, plus reassignments.
      *    A line the desk marked internal on SM0011 never leaves the
      *    building - it is not an event, whatever it says.
       220-CLASSIFY-EVENT.
           MOVE 'N' TO WS-EVENT-SW
           MOVE 'N' TO WS-CLOSED-SW
           IF TICKD-INTERNAL
               GO TO 220-EXIT
           END-IF
           EVALUATE TRUE
           WHEN TICKD-TEXT(1:18) = 'Ticket approved by'
               MOVE 'Y' TO WS-EVENT-SW
                   ADD 1 TO WS-NOADDR-COUNT
                   GO TO 240-EXIT
           END-READ
           PERFORM 950-DECRYPT-RECORD
           IF NOTIFY-ADDRESS = SPACES
               ADD 1 TO WS-NOADDR-COUNT
               GO TO 240-EXIT
               INVALID KEY
                   GO TO 248-EXIT
           END-READ
           PERFORM 950-DECRYPT-RECORD
           IF NOTIFY-ADDRESS = SPACES
               GO TO 248-EXIT
           END-IF
           EXIT.

       900-TERMINATE.
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'TKTNTF01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           DISPLAY 'TKTNTF01 - EVENTS SENT: ' WS-SENT-COUNT
               ' UNDELIVERABLE: ' WS-NOADDR-COUNT
               ' SURVEYS: ' WS-SURVEY-COUNT
           CLOSE SRVY-FILE.
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
