       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGREG01.
      ******************************************************************
      *DESCRIPTION: Message id registry rebuild - clears msgr0001 and   *
      *             re-loads it from the id list of every online        *
      *             program that fetches its messages from the          *
      *             msgc0001 catalog (the MSGLnnnn members, one per     *
      *             program, each id with the wording the program       *
      *             falls back on). MSGRPT01 then checks every id the   *
      *             code can ask for, not only those users have met.    *
      *             An id listed twice for one program is counted and   *
      *             registered once. A program added to the catalog     *
      *             lookup gets a COPY of its list and a MOVE/PERFORM   *
      *             pair below.                                         *
      *    No restart/checkpoint handling - the rebuild starts from     *
      *    an empty file every run by design.                           *
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

       FD  RESTART-FILE
           RECORD CONTAINS 55 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RESTART-REC.
           COPY RUNCTL01 REPLACING LEADING ==RUNCTL-== BY
               ==RESTART-==.

       WORKING-STORAGE SECTION.
       01  WS-MSGR-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-JOB-ID                     PIC X(08) VALUE 'MSGREG01'.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
       01  WS-RUN-STAMP.
           05  WS-RUN-TIME8              PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-RUN-TIME8.
               10  WS-RUN-TIME6          PIC 9(06).
               10  FILLER                PIC 9(02).
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-IX                         PIC 9(03) VALUE ZERO.
       01  WS-PROGRAM-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-ID-COUNT                   PIC 9(06) VALUE ZERO.
       01  WS-DUP-COUNT                  PIC 9(06) VALUE ZERO.

      *    One program's list, moved here from its MSGL- area below
      *    for 300-REGISTER-LIST to walk.
       01  MSGREG-LIST.
           05  MRL-PROGRAM               PIC X(08).
           05  MRL-COUNT                 PIC 9(03).
           05  MRL-ENTRY OCCURS 150 TIMES.
               10  MRL-ID                PIC X(08).
               10  MRL-DEFAULT           PIC X(79).
       01  MRL-MAX                       PIC 9(03) VALUE 150.

      *    The id lists - one member per online program.
       01  MSGL-SAMP10.
           COPY MSGLSP10.
       01  MSGL-SAMP20.
           COPY MSGLSP20.
       01  MSGL-SM000.
           COPY MSGL0000.
       01  MSGL-SM0005.
           COPY MSGL0005.
       01  MSGL-SM0006.
           COPY MSGL0006.
       01  MSGL-SM0007.
           COPY MSGL0007.
       01  MSGL-SM0008.
           COPY MSGL0008.
       01  MSGL-SM0009.
           COPY MSGL0009.
       01  MSGL-SM0010.
           COPY MSGL0010.
       01  MSGL-SM0011.
           COPY MSGL0011.
       01  MSGL-SM0012.
           COPY MSGL0012.
       01  MSGL-SM0013.
           COPY MSGL0013.
       01  MSGL-SM0014.
           COPY MSGL0014.
       01  MSGL-SM0015.
           COPY MSGL0015.
       01  MSGL-SM0016.
           COPY MSGL0016.
       01  MSGL-SM0017.
           COPY MSGL0017.
       01  MSGL-SM0018.
           COPY MSGL0018.
       01  MSGL-SM0019.
           COPY MSGL0019.
       01  MSGL-SM0020.
           COPY MSGL0020.
       01  MSGL-SM0022.
           COPY MSGL0022.
       01  MSGL-SM0023.
           COPY MSGL0023.
       01  MSGL-SM0024.
           COPY MSGL0024.
       01  MSGL-SM0025.
           COPY MSGL0025.
       01  MSGL-SM0026.
           COPY MSGL0026.
       01  MSGL-SM0027.
           COPY MSGL0027.
       01  MSGL-SM0028.
           COPY MSGL0028.
       01  MSGL-SM0029.
           COPY MSGL0029.
       01  MSGL-SM0030.
           COPY MSGL0030.
       01  MSGL-SM0031.
           COPY MSGL0031.
       01  MSGL-SM0032.
           COPY MSGL0032.
       01  MSGL-SM0033.
           COPY MSGL0033.
       01  MSGL-SM0034.
           COPY MSGL0034.
       01  MSGL-SM0035.
           COPY MSGL0035.
       01  MSGL-SM0036.
           COPY MSGL0036.
       01  MSGL-SM0037.
           COPY MSGL0037.
       01  MSGL-SM0038.
           COPY MSGL0038.
       01  MSGL-SM0039.
           COPY MSGL0039.
       01  MSGL-SM0041.
           COPY MSGL0041.
       01  MSGL-SM0042.
           COPY MSGL0042.
       01  MSGL-SM0043.
           COPY MSGL0043.
       01  MSGL-SM0045.
           COPY MSGL0045.
       01  MSGL-SM0046.
           COPY MSGL0046.
       01  MSGL-SM0047.
           COPY MSGL0047.
       01  MSGL-SM0048.
           COPY MSGL0048.
       01  MSGL-SM0049.
           COPY MSGL0049.
       01  MSGL-SM0051.
           COPY MSGL0051.
       01  MSGL-SM0052.
           COPY MSGL0052.
       01  MSGL-SM0053.
           COPY MSGL0053.
       01  MSGL-SM0054.
           COPY MSGL0054.
       01  MSGL-SM0055.
           COPY MSGL0055.
       01  MSGL-SM0056.
           COPY MSGL0056.
       01  MSGL-SM0057.
           COPY MSGL0057.
       01  MSGL-SM0058.
           COPY MSGL0058.
       01  MSGL-SM0059.
           COPY MSGL0059.
       01  MSGL-SM0060.
           COPY MSGL0060.
       01  MSGL-SM0061.
           COPY MSGL0061.
       01  MSGL-SM0062.
           COPY MSGL0062.
       01  MSGL-SM0063.
           COPY MSGL0063.
       01  MSGL-SM0064.
           COPY MSGL0064.
       01  MSGL-SM0065.
           COPY MSGL0065.
       01  MSGL-SM0066.
           COPY MSGL0066.
       01  MSGL-SM0067.
           COPY MSGL0067.
       01  MSGL-SM0068.
           COPY MSGL0068.
       01  MSGL-SM0069.
           COPY MSGL0069.
       01  MSGL-SM0070.
           COPY MSGL0070.
       01  MSGL-SM0071.
           COPY MSGL0071.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 115-STAMP-STARTED
           PERFORM 200-REGISTER-ALL
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT MSGR-FILE
           IF WS-MSGR-STATUS NOT = '00'
               DISPLAY 'MSGREG01 - ERROR OPENING MSGR0001, STATUS='
                   WS-MSGR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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

       200-REGISTER-ALL.
           MOVE MSGL-SAMP10 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SAMP20 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM000 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0005 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0006 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0007 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0008 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0009 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0010 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0011 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0012 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0013 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0014 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0015 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0016 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0017 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0018 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0019 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0020 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0022 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0023 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0024 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0025 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0026 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0027 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0028 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0029 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0030 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0031 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0032 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0033 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0034 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0035 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0036 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0037 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0038 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0039 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0041 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0042 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0043 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0045 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0046 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0047 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0048 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0049 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0051 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0052 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0053 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0054 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0055 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0056 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0057 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0058 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0059 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0060 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0061 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0062 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0063 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0064 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0065 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0066 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0067 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0068 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0069 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0070 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           MOVE MSGL-SM0071 TO MSGREG-LIST
           PERFORM 300-REGISTER-LIST
           CONTINUE.
       200-EXIT.
           EXIT.

       300-REGISTER-LIST.
           ADD 1 TO WS-PROGRAM-COUNT
           IF MRL-COUNT > MRL-MAX
               DISPLAY 'MSGREG01 - LIST FOR ' MRL-PROGRAM
                   ' TOO LONG, FIRST ' MRL-MAX ' REGISTERED'
               MOVE MRL-MAX TO MRL-COUNT
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > MRL-COUNT
               MOVE SPACES TO MSGR-REC
               MOVE MRL-ID(WS-IX) TO MSGR-ID
               MOVE MRL-PROGRAM TO MSGR-PROGRAM
               MOVE MRL-DEFAULT(WS-IX) TO MSGR-DEFAULT
               MOVE WS-TODAY TO MSGR-REG-DATE
               WRITE MSGR-REC
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ID-COUNT
               END-WRITE
           END-PERFORM.
       300-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY 'MSGREG01 - PROGRAMS: ' WS-PROGRAM-COUNT
               ' IDS REGISTERED: ' WS-ID-COUNT
               ' DUPLICATES: ' WS-DUP-COUNT
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
           CLOSE MSGR-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
           EXIT.
