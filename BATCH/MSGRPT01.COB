       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGRPT01.
      ******************************************************************
      *DESCRIPTION: Message catalog gaps - checks every message id the  *
      *             online programs can ask the msgc0001 catalog for    *
      *             (the msgr0001 registry MSGREG01 builds from the     *
      *             programs' own id lists) in EN and in each language  *
      *             in use - any language already in the catalog or     *
      *             chosen by a user on SM0071:                         *
      *               NOT IN CATALOG  no EN text for the id at all -    *
      *                               the screen falls back on the      *
      *                               wording compiled into the         *
      *                               program, shown on the line;       *
      *               NO xx TEXT      the id has EN text but none in    *
      *                               language xx, so users who chose   *
      *                               xx see it in EN;                  *
      *               NOT REGISTERED  a miss the SM0072 lookup logged   *
      *                               for an id on no program's list -  *
      *                               the list wants the id adding.     *
      *             Each line carries the first program registered for  *
      *             the id and, from the msgm0001 miss log, how often   *
      *             users met the gap and when first and last. A miss   *
      *             the catalog has since been given (on SM0070) is     *
      *             cleared from msgm0001 and counted as resolved.      *
      *    Parameter: blank or REPORT lists only. LOAD also adds every  *
      *    NOT IN CATALOG id to msgc0001 as EN text, taking the wording *
      *    the program falls back on (noted as loaded, by MSGRPT01),    *
      *    the way to seed the catalog from the programs themselves     *
      *    before translating it.                                       *
      *    Return code 4 when gaps remain after the run, 8 on a bad     *
      *    parameter or a file that will not open.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGR-FILE ASSIGN TO MSGR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSGR-KEY
               FILE STATUS IS WS-MSGR-STATUS.
           SELECT MSGM-FILE ASSIGN TO MSGM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSGM-KEY
               FILE STATUS IS WS-MSGM-STATUS.
           SELECT MSGC-FILE ASSIGN TO MSGC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSGC-KEY
               FILE STATUS IS WS-MSGC-STATUS.
           SELECT USRP-FILE ASSIGN TO USRP0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USRP-USERID
               FILE STATUS IS WS-USRP-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RESTART-FILE ASSIGN TO RUNCTL01
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESTART-JOB-ID
               FILE STATUS IS WS-RESTART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MSGR-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MSGR-REC.
           COPY MSGR0001.

       FD  MSGM-FILE
           RECORD CONTAINS 130 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MSGM-REC.
           COPY MSGM0001.

       FD  MSGC-FILE
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MSGC-REC.
           COPY MSGC0001.

       FD  USRP-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  USRP-REC.
           COPY USRP0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       FD  RESTART-FILE
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RESTART-REC.
           COPY RUNCTL01 REPLACING LEADING ==RUNCTL-== BY
               ==RESTART-==.

       WORKING-STORAGE SECTION.
       01  WS-MSGR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MSGM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-MSGC-STATUS                PIC X(02) VALUE SPACES.
       01  WS-USRP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-JOB-ID                     PIC X(08) VALUE 'MSGRPT01'.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-SCAN-EOF                   PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(10) VALUE SPACES.
       01  WS-MODE                       PIC X(06) VALUE SPACES.
           88  WS-MODE-REPORT            VALUE 'REPORT'.
           88  WS-MODE-LOAD              VALUE 'LOAD'.
      *    No msgm0001 yet (nobody has met a gap) - the registry
      *    check runs the same, only without the miss counts.
       01  WS-MSGM-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-PREV-ID                    PIC X(08) VALUE SPACES.
       01  WS-GAP-LANG                   PIC X(02) VALUE SPACES.
       01  WS-REGISTERED                 PIC X(01) VALUE 'N'.
       01  WS-LX                         PIC 9(02) VALUE ZERO.
       01  WS-HOLD-GAP                   PIC X(15) VALUE SPACES.

      *    The languages in use, EN aside - built at start from the
      *    catalog and from the users' SM0071 choices.
       01  WS-LANG-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-LANG-MAX                   PIC 9(02) VALUE 20.
       01  WS-LANG-TABLE.
           05  WS-LANG-ENTRY OCCURS 20 TIMES
                                         PIC X(02).

       01  WS-REG-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-ID-COUNT                   PIC 9(06) VALUE ZERO.
       01  WS-READ-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-RESOLVED-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-MISSING-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-UNTRANS-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-UNREG-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-LOADED-COUNT               PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(38) VALUE
               'MESSAGE CATALOG GAPS - RUN OF '.
           05  HL-RUN-DATE               PIC 9(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  HL-MODE                   PIC X(06).
           05  FILLER                    PIC X(77) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(132) VALUE
               'MSG ID   LANG GAP             PROGRAM   TIMES FIRST    L
      -        'AST     WORDING SHOWN'.

       01  WS-DETAIL-LINE.
           05  DL-ID                     PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-LANG                   PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  DL-GAP                    PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-PROGRAM                PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-COUNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-FIRST                  PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-LAST                   PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  DL-WORDING                PIC X(65).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                  PIC X(30).
           05  TL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 115-STAMP-STARTED
           PERFORM 150-FIND-LANGUAGES THRU 150-EXIT
           PERFORM 200-PROCESS-ID THRU 200-EXIT
               UNTIL WS-EOF = 'Y'
           IF WS-MSGM-OPEN = 'Y'
               MOVE 'N' TO WS-EOF
               PERFORM 500-START-MISSES
               PERFORM 510-PROCESS-MISS THRU 510-EXIT
                   UNTIL WS-EOF = 'Y'
           END-IF
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-PARM) TO WS-MODE
           IF WS-MODE = SPACES
               MOVE 'REPORT' TO WS-MODE
           END-IF
           IF NOT WS-MODE-REPORT AND NOT WS-MODE-LOAD
               DISPLAY 'MSGRPT01 - PARM MUST BE REPORT OR LOAD: '
                   WS-PARM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MSGR-FILE
           IF WS-MSGR-STATUS = '35'
               DISPLAY 'MSGRPT01 - NO MSGR0001 REGISTRY, RUN MSGREG01'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MSGR-STATUS NOT = '00'
               DISPLAY 'MSGRPT01 - ERROR OPENING MSGR0001, STATUS='
                   WS-MSGR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MSGM-FILE
           IF WS-MSGM-STATUS = '00'
               MOVE 'Y' TO WS-MSGM-OPEN
           ELSE
               IF WS-MSGM-STATUS NOT = '35'
                   DISPLAY 'MSGRPT01 - ERROR OPENING MSGM0001, STATUS='
                       WS-MSGM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O MSGC-FILE
           IF WS-MSGC-STATUS = '35'
               OPEN OUTPUT MSGC-FILE
               CLOSE MSGC-FILE
               OPEN I-O MSGC-FILE
           END-IF
           IF WS-MSGC-STATUS NOT = '00'
               DISPLAY 'MSGRPT01 - ERROR OPENING MSGC0001, STATUS='
                   WS-MSGC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MSGRPT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TODAY TO HL-RUN-DATE
           MOVE WS-MODE TO HL-MODE
           WRITE REPORT-LINE FROM WS-HEAD1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEAD2.
       100-EXIT.
           EXIT.

      *    Stamp this run STARTED on the shared run-control record -
      *    same convention as every other job on RUNCTL01, so the
      *    BTCHDRV1 stream can tell it finished.
       115-STAMP-STARTED.
           OPEN I-O RESTART-FILE
           IF WS-RESTART-STATUS = '35'
               OPEN OUTPUT RESTART-FILE
               CLOSE RESTART-FILE
               OPEN I-O RESTART-FILE
           END-IF
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           READ RESTART-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE SPACES TO RESTART-LAST-KEY
           MOVE ZERO TO RESTART-COUNT
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-STARTED TO TRUE
           MOVE WS-RUN-STAMP-DATE TO RESTART-START-DATE
           MOVE WS-RUN-TIME6 TO RESTART-START-TIME
           MOVE ZERO TO RESTART-END-DATE RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE.
       115-EXIT.
           EXIT.

      *    Every language other than EN the catalog holds text in
      *    or a user has chosen - each registered id is checked in
      *    all of them. No usrp0001 means no user has chosen yet.
       150-FIND-LANGUAGES.
           MOVE LOW-VALUES TO MSGC-KEY
           MOVE 'N' TO WS-SCAN-EOF
           START MSGC-FILE KEY NOT LESS THAN MSGC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ MSGC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE MSGC-LANG TO WS-GAP-LANG
                       PERFORM 160-ADD-LANGUAGE THRU 160-EXIT
               END-READ
           END-PERFORM
           OPEN INPUT USRP-FILE
           IF WS-USRP-STATUS NOT = '00'
               GO TO 150-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ USRP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE USRP-LANGUAGE TO WS-GAP-LANG
                       PERFORM 160-ADD-LANGUAGE THRU 160-EXIT
               END-READ
           END-PERFORM
           CLOSE USRP-FILE.
       150-EXIT.
           EXIT.

       160-ADD-LANGUAGE.
           IF WS-GAP-LANG = SPACES OR WS-GAP-LANG = 'EN'
               GO TO 160-EXIT
           END-IF
           PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LANG-COUNT
               IF WS-LANG-ENTRY(WS-LX) = WS-GAP-LANG
                   GO TO 160-EXIT
               END-IF
           END-PERFORM
           IF WS-LANG-COUNT NOT < WS-LANG-MAX
               DISPLAY 'MSGRPT01 - LANGUAGE TABLE FULL, '
                   WS-GAP-LANG ' NOT CHECKED'
               GO TO 160-EXIT
           END-IF
           ADD 1 TO WS-LANG-COUNT
           MOVE WS-GAP-LANG TO WS-LANG-ENTRY(WS-LANG-COUNT).
       160-EXIT.
           EXIT.

      *    One registry record. The registry is in id order, so the
      *    first program registered for an id stands for all of them
      *    and the id is checked only then.
       200-PROCESS-ID.
           READ MSGR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
                   GO TO 200-EXIT
           END-READ
           ADD 1 TO WS-REG-COUNT
           IF MSGR-ID = WS-PREV-ID
               GO TO 200-EXIT
           END-IF
           MOVE MSGR-ID TO WS-PREV-ID
           ADD 1 TO WS-ID-COUNT
           MOVE MSGR-ID TO MSGC-ID
           MOVE 'EN' TO MSGC-LANG
           MOVE 'EN' TO WS-GAP-LANG
           READ MSGC-FILE
               INVALID KEY
                   IF WS-MODE-LOAD
                       PERFORM 300-LOAD-ENTRY THRU 300-EXIT
                   ELSE
                       MOVE 'NOT IN CATALOG' TO DL-GAP
                       ADD 1 TO WS-MISSING-COUNT
                       PERFORM 400-LIST-GAP
                   END-IF
           END-READ
           IF WS-GAP-LANG = SPACES
               GO TO 200-EXIT
           END-IF
           PERFORM 220-CHECK-LANGUAGE
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LANG-COUNT.
       200-EXIT.
           EXIT.

       220-CHECK-LANGUAGE.
           MOVE MSGR-ID TO MSGC-ID
           MOVE WS-LANG-ENTRY(WS-LX) TO MSGC-LANG WS-GAP-LANG
           READ MSGC-FILE
               INVALID KEY
                   MOVE SPACES TO DL-GAP
                   STRING 'NO ' WS-GAP-LANG ' TEXT'
                       DELIMITED BY SIZE INTO DL-GAP
                   END-STRING
                   ADD 1 TO WS-UNTRANS-COUNT
                   PERFORM 400-LIST-GAP
           END-READ.
       220-EXIT.
           EXIT.

      *    LOAD - the compiled-in wording becomes the EN catalog text,
      *    ready to be corrected and translated on SM0070. An id with
      *    no wording of its own stays NOT IN CATALOG, and then (as
      *    WS-GAP-LANG is cleared) is not checked in other languages.
       300-LOAD-ENTRY.
           IF MSGR-DEFAULT = SPACES OR MSGR-DEFAULT = MSGR-ID
               MOVE 'NOT IN CATALOG' TO DL-GAP
               ADD 1 TO WS-MISSING-COUNT
               PERFORM 400-LIST-GAP
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO MSGC-REC
           MOVE MSGR-ID TO MSGC-ID
           MOVE 'EN' TO MSGC-LANG
           MOVE MSGR-DEFAULT TO MSGC-TEXT
           STRING 'Loaded from ' MSGR-PROGRAM
               DELIMITED BY SIZE INTO MSGC-NOTE
           END-STRING
           MOVE WS-JOB-ID TO MSGC-UPD-BY
           MOVE WS-TODAY TO MSGC-UPD-DATE
           WRITE MSGC-REC
               INVALID KEY
                   DISPLAY 'MSGRPT01 - CATALOG ENTRY NOT WRITTEN '
                       MSGC-KEY
                   MOVE 'NOT IN CATALOG' TO DL-GAP
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM 400-LIST-GAP
                   GO TO 300-EXIT
           END-WRITE
           ADD 1 TO WS-LOADED-COUNT
           MOVE 'LOADED' TO DL-GAP
           PERFORM 400-LIST-GAP
           MOVE 'EN' TO WS-GAP-LANG.
       300-EXIT.
           EXIT.

      *    One line per gap in DL-GAP for MSGR-ID in WS-GAP-LANG,
      *    with the users' misses on it if the lookup logged any. A
      *    missing EN text clears WS-GAP-LANG so 200-PROCESS-ID does
      *    not go on to the translations.
       400-LIST-GAP.
           MOVE DL-GAP TO WS-HOLD-GAP
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-HOLD-GAP TO DL-GAP
           MOVE MSGR-ID TO DL-ID
           MOVE WS-GAP-LANG TO DL-LANG
           MOVE MSGR-PROGRAM TO DL-PROGRAM
           MOVE MSGR-DEFAULT TO DL-WORDING
           IF WS-MSGM-OPEN = 'Y'
               MOVE MSGR-ID TO MSGM-ID
               MOVE WS-GAP-LANG TO MSGM-LANG
               READ MSGM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MSGM-COUNT TO DL-COUNT
                       MOVE MSGM-FIRST-DATE TO DL-FIRST
                       MOVE MSGM-LAST-DATE TO DL-LAST
               END-READ
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-HOLD-GAP = 'NOT IN CATALOG'
               MOVE SPACES TO WS-GAP-LANG
           END-IF.
       400-EXIT.
           EXIT.

       500-START-MISSES.
           MOVE LOW-VALUES TO MSGM-KEY
           START MSGM-FILE KEY NOT LESS THAN MSGM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
       500-EXIT.
           EXIT.

      *    The miss log - a miss the catalog now covers is cleared;
      *    one for an id on no program's list is listed, as the
      *    registry check above cannot have seen it. The rest were
      *    listed against their registered id.
       510-PROCESS-MISS.
           READ MSGM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
                   GO TO 510-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE MSGM-ID TO MSGC-ID
           MOVE MSGM-LANG TO MSGC-LANG
           READ MSGC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RESOLVED-COUNT
                   DELETE MSGM-FILE RECORD
                       INVALID KEY
                           DISPLAY 'MSGRPT01 - MISS NOT CLEARED '
                               MSGM-KEY
                   END-DELETE
                   GO TO 510-EXIT
           END-READ
           PERFORM 520-CHECK-REGISTERED THRU 520-EXIT
           IF WS-REGISTERED = 'Y'
               GO TO 510-EXIT
           END-IF
           ADD 1 TO WS-UNREG-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE MSGM-ID TO DL-ID
           MOVE MSGM-LANG TO DL-LANG
           MOVE 'NOT REGISTERED' TO DL-GAP
           MOVE MSGM-PROGRAM TO DL-PROGRAM
           MOVE MSGM-COUNT TO DL-COUNT
           MOVE MSGM-FIRST-DATE TO DL-FIRST
           MOVE MSGM-LAST-DATE TO DL-LAST
           MOVE MSGM-DEFAULT TO DL-WORDING
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       510-EXIT.
           EXIT.

       520-CHECK-REGISTERED.
           MOVE 'N' TO WS-REGISTERED
           MOVE MSGM-ID TO MSGR-ID
           MOVE LOW-VALUES TO MSGR-PROGRAM
           START MSGR-FILE KEY NOT LESS THAN MSGR-KEY
               INVALID KEY
                   GO TO 520-EXIT
           END-START
           READ MSGR-FILE NEXT RECORD
               AT END
                   GO TO 520-EXIT
           END-READ
           IF MSGR-ID = MSGM-ID
               MOVE 'Y' TO WS-REGISTERED
           END-IF.
       520-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'REGISTERED IDS CHECKED' TO TL-LABEL
           MOVE WS-ID-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  LANGUAGES BESIDE EN' TO TL-LABEL
           MOVE WS-LANG-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  LOADED AS EN TEXT' TO TL-LABEL
           MOVE WS-LOADED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  NOT IN CATALOG' TO TL-LABEL
           MOVE WS-MISSING-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  TRANSLATION MISSING' TO TL-LABEL
           MOVE WS-UNTRANS-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'MISSES READ' TO TL-LABEL
           MOVE WS-READ-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  RESOLVED AND CLEARED' TO TL-LABEL
           MOVE WS-RESOLVED-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  NOT REGISTERED' TO TL-LABEL
           MOVE WS-UNREG-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'MSGRPT01 - ' WS-MODE
               ' IDS: ' WS-ID-COUNT
               ' LOADED: ' WS-LOADED-COUNT
               ' NOT IN CATALOG: ' WS-MISSING-COUNT
               ' UNTRANSLATED: ' WS-UNTRANS-COUNT
               ' NOT REGISTERED: ' WS-UNREG-COUNT
           IF WS-MISSING-COUNT > ZERO OR WS-UNTRANS-COUNT > ZERO
              OR WS-UNREG-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-JOB-ID TO RESTART-JOB-ID
           SET RESTART-COMPLETED TO TRUE
           MOVE WS-ID-COUNT TO RESTART-COUNT
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           MOVE WS-RUN-STAMP-DATE TO RESTART-END-DATE
           MOVE WS-RUN-TIME6 TO RESTART-END-TIME
           REWRITE RESTART-REC
               INVALID KEY
                   WRITE RESTART-REC
           END-REWRITE
           IF WS-MSGM-OPEN = 'Y'
               CLOSE MSGM-FILE
           END-IF
           CLOSE MSGR-FILE
           CLOSE MSGC-FILE
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.
