       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMENC01.
      ******************************************************************
      *DESCRIPTION: One-time NAMEFILE encryption conversion - puts the  *
      *             personal fields of every entry (ADDRESS1-4, PHONE,  *
      *             FAX, NOTIFY-ADDRESS) under the NAMCRYP1 transform   *
      *             and stamps the entry's CRYPT-KEY-VERSION.           *
      *             On the first run nkey0001 is created with key       *
      *             version 01 and the control record naming it as      *
      *             current; from then on the online programs and the   *
      *             batch jobs that need clear values decrypt with the  *
      *             version each entry carries, and NAMROT01 moves the  *
      *             file onto new versions.                             *
      *             Entries already carrying a version are left alone,  *
      *             so the run can be repeated safely - it also sweeps  *
      *             up any entry written clear before the key existed.  *
      *    No restart/checkpoint handling - each entry is rewritten on  *
      *    its own, so a rerun after a failure picks up where the      *
      *    clear entries start.                                        *
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
       01  WS-KEY-CREATED                PIC X(01) VALUE 'N'.
       01  WS-READ-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-ENC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-DONE-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       01  WS-HEAD1.
           05  FILLER                    PIC X(44) VALUE
               'NAMEFILE ENCRYPTION CONVERSION - KEY VERSION'.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  H1-VERSION                PIC X(02).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  H1-NOTE                   PIC X(30).
           05  FILLER                    PIC X(51) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-TEXT                   PIC X(40).
           05  DL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-SET-UP-KEY
           PERFORM 300-CONVERT-NAMEFILE
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           OPEN I-O NKEY-FILE
           IF WS-NKEY-STATUS = '35'
               OPEN OUTPUT NKEY-FILE
               CLOSE NKEY-FILE
               OPEN I-O NKEY-FILE
           END-IF
           IF WS-NKEY-STATUS NOT = '00'
               DISPLAY 'NAMENC01 - ERROR OPENING NKEY0001, STATUS='
                   WS-NKEY-STATUS
               STOP RUN
           END-IF
           OPEN I-O NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'NAMENC01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'NAMENC01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF.
       100-EXIT.
           EXIT.

      *    No control record means the file has never been encrypted:
      *    key version 01 is generated and written ahead of the
      *    control record that names it, so nothing ever points at a
      *    key that is not there yet. The key file is then reread
      *    into the table the conversion works from.
       200-SET-UP-KEY.
           MOVE '00' TO NKEY-ID
           READ NKEY-FILE
               INVALID KEY
                   PERFORM 250-GENERATE-KEY
                   MOVE SPACES TO NKEY-REC
                   MOVE '01' TO NKEY-ID
                   MOVE WS-NEW-KEY TO NKEY-MATERIAL
                   MOVE 'A' TO NKEY-STATUS
                   MOVE WS-TODAY TO NKEY-CREATED-DATE
                   MOVE ZERO TO NKEY-RETIRED-DATE
                   WRITE NKEY-REC
                       INVALID KEY
                           DISPLAY 'NAMENC01 - KEY VERSION 01 ALREADY'
                               ' ON NKEY0001 WITHOUT A CONTROL RECORD'
                           PERFORM 900-TERMINATE
                           STOP RUN
                   END-WRITE
                   MOVE SPACES TO NKEY-REC
                   MOVE '00' TO NKEY-ID
                   MOVE '01' TO NKEY-CURRENT-VERSION
                   MOVE SPACES TO NKEY-ROTATE-FROM
                   MOVE WS-TODAY TO NKEY-ROTATE-DATE
                   WRITE NKEY-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE 'Y' TO WS-KEY-CREATED
           END-READ
           CLOSE NKEY-FILE
           OPEN INPUT NKEY-FILE
           IF WS-NKEY-STATUS NOT = '00'
               DISPLAY 'NAMENC01 - ERROR OPENING NKEY0001, STATUS='
                   WS-NKEY-STATUS
               STOP RUN
           END-IF
           PERFORM 945-READ-KEYS THRU 945-EXIT
           CLOSE NKEY-FILE
           IF NCR-CURRENT NOT NUMERIC OR NCR-CURRENT = '00'
               DISPLAY 'NAMENC01 - NKEY0001 CONTROL RECORD NAMES NO'
                   ' CURRENT KEY VERSION'
               STOP RUN
           END-IF
           MOVE NCR-CURRENT TO NCR-VERSION
           IF NCR-KEY-ENTRY(NCR-VERSION-9) = SPACES
               DISPLAY 'NAMENC01 - CURRENT KEY VERSION ' NCR-CURRENT
                   ' NOT ON NKEY0001'
               STOP RUN
           END-IF
           MOVE NCR-CURRENT TO H1-VERSION
           IF WS-KEY-CREATED = 'Y'
               MOVE '(KEY CREATED THIS RUN)' TO H1-NOTE
           ELSE
               MOVE SPACES TO H1-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1.
       200-EXIT.
           EXIT.

      *    Sixteen bytes drawn from the transform alphabet, seeded
      *    from the time of day so no two runs produce the same key.
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

      *    Front to back in key order; an entry with no version (or
      *    '00') is clear and is encrypted under the current version,
      *    anything already versioned was done by an earlier run or
      *    written encrypted by the online programs.
       300-CONVERT-NAMEFILE.
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
                   IF CRYPT-KEY-VERSION IS NUMERIC
                       AND CRYPT-KEY-VERSION NOT = '00'
                       ADD 1 TO WS-DONE-COUNT
                   ELSE
                       PERFORM 960-ENCRYPT-RECORD
                       REWRITE NAMEFILE-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-ENC-COUNT
                   END-IF
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE 'NAMEFILE ENTRIES READ' TO DL-TEXT
           MOVE WS-READ-COUNT TO DL-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'ENTRIES ENCRYPTED THIS RUN' TO DL-TEXT
           MOVE WS-ENC-COUNT TO DL-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'ENTRIES ALREADY ENCRYPTED' TO DL-TEXT
           MOVE WS-DONE-COUNT TO DL-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           DISPLAY 'NAMENC01 - ENCRYPTED: ' WS-ENC-COUNT
               ' ALREADY ENCRYPTED: ' WS-DONE-COUNT
           CLOSE NAM-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

       945-READ-KEYS.
           COPY NAMCRLD1.
           CONTINUE.
       945-EXIT.
           EXIT.

      *    The entry is clear on the way in; it goes out under the
      *    current key version and says so.
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
