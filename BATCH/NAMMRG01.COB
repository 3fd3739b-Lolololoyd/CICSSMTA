      *             everything that references the duplicate at the     *
      *             survivor and retires the duplicate: tktm0001        *
      *             tickets stamped with the duplicate's SHORT-NAME     *
      *             are restamped with the survivor's (and take the     *
      *             survivor's region with it), the duplicate's         *
      *             named0001 comment-history lines are re-keyed onto   *
      *             the survivor's history (next free sequence          *
      *             onward), a NAMAUD01-style before-image of the       *
      *    short of the final delete (a repointed ticket no longer      *
      *    matches), so an interrupted run is simply rerun; a rerun     *
      *    after completion stops on the missing duplicate.             *
      *    The duplicate's personal fields are decrypted with its      *
      *    nkey0001 key version for the namh0001 before-image, which is*
      *    kept clear like the images the online programs write.       *
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
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       WORKING-STORAGE SECTION.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NAMED-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NAMH-STATUS                PIC X(02) VALUE SPACES.
               '  HISTORY LINES MOVED:'.
           05  TL-HIST                   PIC ZZZ9.
           05  FILLER                    PIC X(75) VALUE SPACES.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       PROCEDURE DIVISION.
       000-MAIN.
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
           OPEN I-O TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'NAMMRG01 - ERROR OPENING TKTM0001, STATUS='
                       ' NOT ON NAMEFILE'
                   STOP RUN
           END-READ
           PERFORM 950-DECRYPT-RECORD
           MOVE SHORT-NAME TO WS-DUP-SHORT
           PERFORM 130-AUDIT-BEFORE-IMAGE.
       120-EXIT.
           IF WS-EOF NOT = 'Y'
               IF TKT-CONTACT = WS-DUP-SHORT
                   MOVE WS-SURV-SHORT TO TKT-CONTACT
                   MOVE WS-SURV-KEY(1:2) TO TKT-REGION
                   REWRITE TKT-REC
                       INVALID KEY
                           CONTINUE
           EXIT.

       900-TERMINATE.
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'NAMMRG01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           MOVE WS-TKT-COUNT TO TL-TKT
           MOVE WS-HIST-COUNT TO TL-HIST
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
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
