       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMROT01.
      ******************************************************************
      *DESCRIPTION: NAMEFILE key rotation - moves every entry's         *
      *             personal fields onto a new key version without     *
      *             taking the online system down:                     *
      *              - a new key version is generated and written to   *
      *                nkey0001, then the control record is switched   *
      *                to it with the old version kept as ROTATE-FROM; *
      *                from that moment SAMP20 and SM0060 write new    *
      *                and changed entries under the new version;      *
      *              - NAMEFILE is walked front to back and each       *
      *                entry still under an older version (or still    *
      *                clear) is decrypted with the version it carries *
      *                and rewritten under the new one, one entry at a *
      *                time - every entry carries its own version, so  *
      *                readers decrypt correctly whichever side of the *
      *                walk it is on;                                  *
      *              - once nothing is left under an older version,    *
      *                those versions are marked retired and           *
      *                ROTATE-FROM is cleared. Retired keys stay on    *
      *                nkey0001 so older backups can still be read.    *
      *             An entry whose version has no key on nkey0001 is   *
      *             listed and left as it is; the rotation then stays  *
      *             open and a rerun resumes it rather than starting   *
      *             another.                                           *
      *    Requires NAMENC01 to have set up nkey0001.                  *
      *    No restart/checkpoint handling - an interrupted rotation is *
      *    resumed by simply running the job again.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME8                  PIC 9(08) VALUE ZERO.
       01  WS-RANDOM                     PIC 9V9(09) VALUE ZERO.
       01  WS-KEY-IX                     PIC S9(4) COMP VALUE ZERO.
       01  WS-NEW-KEY                    PIC X(16) VALUE SPACES.
       01  WS-NEW-VERSION                PIC 9(02) VALUE ZERO.
       01  WS-OLD-VERSION                PIC X(02) VALUE SPACES.
       01  WS-RESUMED                    PIC X(01) VALUE 'N'.
       01  WS-READ-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-REKEY-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-CLEAR-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-CURR-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-MISS-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-RETIRE-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'NAMEFILE KEY ROTATION - NEW KEY VERSION'.
           05  H1-VERSION                PIC X(02).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  H1-NOTE                   PIC X(40).
           05  FILLER                    PIC X(46) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-TEXT                   PIC X(40).
           05  DL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  WS-MISS-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  ML-KEY                    PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ML-SHORT                  PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE
               'KEY VERSION'.
           05  ML-VERSION                PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE
               'NOT ON NKEY0001 - NOT ROTATED'.
           05  FILLER                    PIC X(60) VALUE SPACES.

       01  WS-RETIRE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE
               'KEY VERSION'.
           05  RL-VERSION                PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE
               'RETIRED'.
           05  FILLER                    PIC X(104) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-START-ROTATION THRU 200-EXIT
           PERFORM 300-REKEY-NAMEFILE
           PERFORM 400-RETIRE-KEYS THRU 400-EXIT
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           OPEN I-O NKEY-FILE
           IF WS-NKEY-STATUS NOT = '00'
               DISPLAY 'NAMROT01 - ERROR OPENING NKEY0001, STATUS='
                   WS-NKEY-STATUS
               DISPLAY 'NAMROT01 - RUN NAMENC01 TO SET UP THE KEY FILE'
               STOP RUN
           END-IF
           OPEN I-O NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'NAMROT01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'NAMROT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           PERFORM 945-READ-KEYS THRU 945-EXIT.
       100-EXIT.
           EXIT.

      *    A rotation left open by an earlier run (ROTATE-FROM still
      *    set) is finished rather than a second one started. A new
      *    rotation writes its key before the control record names
      *    it, so nothing online can pick up a version with no key.
       200-START-ROTATION.
           MOVE '00' TO NKEY-ID
           READ NKEY-FILE
               INVALID KEY
                   DISPLAY 'NAMROT01 - NO CONTROL RECORD ON NKEY0001'
                   DISPLAY 'NAMROT01 - RUN NAMENC01 TO SET UP THE KEY'
                       ' FILE'
                   PERFORM 900-TERMINATE
                   STOP RUN
           END-READ
           IF NKEY-CURRENT-VERSION NOT NUMERIC
               DISPLAY 'NAMROT01 - NKEY0001 CONTROL RECORD NAMES NO'
                   ' CURRENT KEY VERSION'
               PERFORM 900-TERMINATE
               STOP RUN
           END-IF
           IF NKEY-ROTATE-FROM NOT = SPACES
               MOVE 'Y' TO WS-RESUMED
               MOVE NKEY-ROTATE-FROM TO WS-OLD-VERSION
               MOVE NKEY-CURRENT-VERSION TO NCR-CURRENT
               MOVE SPACES TO H1-NOTE
               STRING '(RESUMING ROTATION FROM VERSION '
                   WS-OLD-VERSION ')'
                   DELIMITED BY SIZE INTO H1-NOTE
               END-STRING
               GO TO 200-REPORT
           END-IF
           MOVE NKEY-CURRENT-VERSION TO WS-OLD-VERSION
           MOVE NKEY-CURRENT-VERSION TO WS-NEW-VERSION
           IF WS-NEW-VERSION = 99
               DISPLAY 'NAMROT01 - KEY VERSIONS EXHAUSTED AT 99'
               PERFORM 900-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-NEW-VERSION
           PERFORM 250-GENERATE-KEY
           MOVE SPACES TO NKEY-REC
           MOVE WS-NEW-VERSION TO NKEY-ID
           MOVE WS-NEW-KEY TO NKEY-MATERIAL
           MOVE 'A' TO NKEY-STATUS
           MOVE WS-TODAY TO NKEY-CREATED-DATE
           MOVE ZERO TO NKEY-RETIRED-DATE
           WRITE NKEY-REC
               INVALID KEY
                   DISPLAY 'NAMROT01 - KEY VERSION ' NKEY-ID
                       ' ALREADY ON NKEY0001'
                   PERFORM 900-TERMINATE
                   STOP RUN
           END-WRITE
           MOVE NKEY-ID TO NCR-CURRENT
           MOVE NKEY-ID TO NCR-VERSION
           MOVE WS-NEW-KEY TO NCR-KEY-ENTRY(NCR-VERSION-9)
           MOVE '00' TO NKEY-ID
           READ NKEY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE NCR-CURRENT TO NKEY-CURRENT-VERSION
           MOVE WS-OLD-VERSION TO NKEY-ROTATE-FROM
           MOVE WS-TODAY TO NKEY-ROTATE-DATE
           REWRITE NKEY-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE SPACES TO H1-NOTE
           STRING '(REPLACING VERSION ' WS-OLD-VERSION ')'
               DELIMITED BY SIZE INTO H1-NOTE
           END-STRING.
       200-REPORT.
           MOVE NCR-CURRENT TO NCR-VERSION
           IF NCR-KEY-ENTRY(NCR-VERSION-9) = SPACES
               DISPLAY 'NAMROT01 - CURRENT KEY VERSION ' NCR-CURRENT
                   ' NOT ON NKEY0001'
               PERFORM 900-TERMINATE
               STOP RUN
           END-IF
           MOVE NCR-CURRENT TO H1-VERSION
           WRITE REPORT-LINE FROM WS-HEAD1.
       200-EXIT.
           EXIT.

      *    Sixteen bytes drawn from the transform alphabet, seeded
      *    from the time of day - the NAMENC01 generation.
       250-GENERATE-KEY.
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-RUN-TIME8)
           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > 16
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               COMPUTE NCR-POS = WS-RANDOM * NCR-ALPHA-LEN
               MOVE NCR-ALPHABET(NCR-POS + 1:1)
                   TO WS-NEW-KEY(WS-KEY-IX:1)
           END-PERFORM.
       250-EXIT.
           EXIT.

      *    Each entry is read and rewritten on its own, so online
      *    sessions keep working throughout - an entry is under one
      *    version or the other at every moment, never half of each.
       300-REKEY-NAMEFILE.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO KEY1
           START NAM-FILE KEY NOT LESS THAN KEY1
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ NAM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 310-REKEY-ENTRY
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

       310-REKEY-ENTRY.
           IF CRYPT-KEY-VERSION = NCR-CURRENT
               ADD 1 TO WS-CURR-COUNT
           ELSE
               IF CRYPT-KEY-VERSION IS NUMERIC
                   AND CRYPT-KEY-VERSION NOT = '00'
                   PERFORM 950-DECRYPT-RECORD
                   IF NCR-KEY-MISSING
                       ADD 1 TO WS-MISS-COUNT
                       MOVE KEY1 TO ML-KEY
                       MOVE SHORT-NAME TO ML-SHORT
                       MOVE CRYPT-KEY-VERSION TO ML-VERSION
                       WRITE REPORT-LINE FROM WS-MISS-LINE
                   ELSE
                       PERFORM 960-ENCRYPT-RECORD
                       REWRITE NAMEFILE-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-REKEY-COUNT
                   END-IF
               ELSE
                   PERFORM 960-ENCRYPT-RECORD
                   REWRITE NAMEFILE-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-CLEAR-COUNT
               END-IF
           END-IF.
       310-EXIT.
           EXIT.

      *    Only once every entry is under the current version: the
      *    older versions still in use are marked retired (kept, not
      *    deleted) and the rotation is closed. With entries left
      *    behind the rotation stays open for a rerun to finish.
       400-RETIRE-KEYS.
           IF WS-MISS-COUNT > ZERO
               GO TO 400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE '01' TO NKEY-ID
           START NKEY-FILE KEY NOT LESS THAN NKEY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ NKEY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   IF NKEY-ID NOT = NCR-CURRENT
                       AND NKEY-IN-USE
                       MOVE 'R' TO NKEY-STATUS
                       MOVE WS-TODAY TO NKEY-RETIRED-DATE
                       REWRITE NKEY-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-RETIRE-COUNT
                       MOVE NKEY-ID TO RL-VERSION
                       WRITE REPORT-LINE FROM WS-RETIRE-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE '00' TO NKEY-ID
           READ NKEY-FILE
               INVALID KEY
                   GO TO 400-EXIT
           END-READ
           MOVE SPACES TO NKEY-ROTATE-FROM
           REWRITE NKEY-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       400-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE 'NAMEFILE ENTRIES READ' TO DL-TEXT
           MOVE WS-READ-COUNT TO DL-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'ENTRIES MOVED TO THE NEW VERSION' TO DL-TEXT
           MOVE WS-REKEY-COUNT TO DL-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'CLEAR ENTRIES ENCRYPTED' TO DL-TEXT
           MOVE WS-CLEAR-COUNT TO DL-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'ENTRIES ALREADY ON THE NEW VERSION' TO DL-TEXT
           MOVE WS-CURR-COUNT TO DL-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'ENTRIES WITH NO KEY - NOT ROTATED' TO DL-TEXT
           MOVE WS-MISS-COUNT TO DL-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'KEY VERSIONS RETIRED' TO DL-TEXT
           MOVE WS-RETIRE-COUNT TO DL-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-MISS-COUNT > ZERO
               DISPLAY 'NAMROT01 - ROTATION LEFT OPEN, ENTRIES WITH NO'
                   ' KEY: ' WS-MISS-COUNT
           ELSE
               DISPLAY 'NAMROT01 - ROTATION COMPLETE, ENTRIES MOVED: '
                   WS-REKEY-COUNT
           END-IF
           CLOSE NAM-FILE
           CLOSE NKEY-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       945-READ-KEYS.
           COPY NAMCRLD1.
           CONTINUE.
       945-EXIT.
           EXIT.

      *    An entry's fields come back clear with the key version it
      *    carries; when that version has no key on nkey0001 the entry
      *    is left as read and NCR-KEY-MISSING says so.
       950-DECRYPT-RECORD.
           MOVE 'N' TO NCR-KEY-SW
           IF CRYPT-KEY-VERSION IS NUMERIC
               AND CRYPT-KEY-VERSION NOT = '00'
               MOVE CRYPT-KEY-VERSION TO NCR-VERSION
               IF NCR-KEY-ENTRY(NCR-VERSION-9) = SPACES
                   MOVE 'Y' TO NCR-KEY-SW
               ELSE
                   MOVE NCR-KEY-ENTRY(NCR-VERSION-9) TO NCR-KEY
                   MOVE 'D' TO NCR-MODE
                   PERFORM 970-TRANSFORM-RECORD
                   MOVE '00' TO CRYPT-KEY-VERSION
               END-IF
           END-IF.
       950-EXIT.
           EXIT.

       960-ENCRYPT-RECORD.
           MOVE NCR-CURRENT TO NCR-VERSION
           MOVE NCR-KEY-ENTRY(NCR-VERSION-9) TO NCR-KEY
           MOVE 'E' TO NCR-MODE
           PERFORM 970-TRANSFORM-RECORD
           MOVE NCR-CURRENT TO CRYPT-KEY-VERSION.
       960-EXIT.
           EXIT.

       970-TRANSFORM-RECORD.
           COPY NAMCRYP1.
           CONTINUE.
       970-EXIT.
           EXIT.
