      *    the RESTART-FILE convention is adapted the way UAFLOAD1      *
      *    adapts it - a saved count of feed records already applied,   *
      *    skipped back over on a rerun.                                *
      *    The personal fields are held encrypted on NAMEFILE: an entry*
      *    on file is decrypted with its nkey0001 key version for the  *
      *    compare, and whatever is written goes out under the current *
      *    key version.                                                *
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
           SELECT PSTL-FILE ASSIGN TO PSTL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  FEED-NOTIFY-ADDRESS       PIC X(50).

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

       FD  PSTL-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       01  WS-FEED-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PSTL-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAMH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE '  REJECTED:'.
           05  TL-REJ                    PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(60) VALUE SPACES.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       PROCEDURE DIVISION.
       000-MAIN.
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
           OPEN INPUT PSTL-FILE
           IF WS-PSTL-STATUS NOT = '00'
               DISPLAY 'NAMLOAD1 - ERROR OPENING PSTL0001, STATUS='
               INVALID KEY
                   PERFORM 224-ADD-NEW-ENTRY
               NOT INVALID KEY
                   PERFORM 226-UPDATE-EXISTING-ENTRY THRU 226-EXIT
           END-READ.
       220-EXIT.
           EXIT.
           MOVE FEED-POSTAL-CODE TO POSTAL-CODE
           MOVE FEED-PHONE TO PHONE
           MOVE FEED-NOTIFY-ADDRESS TO NOTIFY-ADDRESS
           PERFORM 960-ENCRYPT-RECORD
           WRITE NAMEFILE-REC
               INVALID KEY
                   CONTINUE
      *    actually differs, with the prior contents preserved as a
      *    NAMAUD01-style before-image in the namh0001 history first.
       226-UPDATE-EXISTING-ENTRY.
      *    Compared in the clear - an entry whose key version is not
      *    on nkey0001 cannot be compared or safely refreshed, so it
      *    is reported and left exactly as it is.
           PERFORM 950-DECRYPT-RECORD
           IF NCR-KEY-MISSING
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE KEY1 TO DL-KEY
               MOVE 'SKIPPED - NO KEY' TO DL-ACTION
               MOVE FEED-NAME TO DL-NAME
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               GO TO 226-EXIT
           END-IF
           MOVE 'N' TO WS-CHANGED
           IF NAME NOT = FEED-NAME
               OR CONTACT-NAME NOT = FEED-CONTACT-NAME
               MOVE FEED-POSTAL-CODE TO POSTAL-CODE
               MOVE FEED-PHONE TO PHONE
               MOVE FEED-NOTIFY-ADDRESS TO NOTIFY-ADDRESS
               PERFORM 960-ENCRYPT-RECORD
               REWRITE NAMEFILE-REC
                   INVALID KEY
                       CONTINUE
           EXIT.

       900-TERMINATE.
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'NAMLOAD1 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           MOVE WS-REC-COUNT TO TL-COUNT
           MOVE WS-ADD-COUNT TO TL-ADD
           MOVE WS-CHG-COUNT TO TL-CHG
           CLOSE RESTART-FILE.
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

      *    A clear entry goes out under the current key version; with
      *    no key set up yet it is written clear, for NAMENC01 to
      *    convert.
       960-ENCRYPT-RECORD.
           MOVE '00' TO CRYPT-KEY-VERSION
           IF NCR-CURRENT IS NUMERIC AND NCR-CURRENT NOT = '00'
               MOVE NCR-CURRENT TO NCR-VERSION
               IF NCR-KEY-ENTRY(NCR-VERSION-9) NOT = SPACES
                   MOVE NCR-KEY-ENTRY(NCR-VERSION-9) TO NCR-KEY
                   MOVE 'E' TO NCR-MODE
                   PERFORM 970-TRANSFORM-RECORD
                   MOVE NCR-CURRENT TO CRYPT-KEY-VERSION
               END-IF
           END-IF.
       960-EXIT.
           EXIT.

       970-TRANSFORM-RECORD.
           COPY NAMCRYP1.
           CONTINUE.
       970-EXIT.
           EXIT.
