       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNFAGE01.
      ******************************************************************
      *DESCRIPTION: Contact-verification aging report - lists every     *
      *             NAMEFILE contact whose details have not been        *
      *             verified in over 18 months of the run date (the     *
      *             CNFIN01 confirmations and the changes accepted on   *
      *             SM0060 stamp LAST-VERIFIED-DATE), never-verified    *
      *             contacts included, in KEY1 order. Beside each: the  *
      *             date CNFOUT01 last asked, and why the cycle is not  *
      *             closing - no notify address to ask, or a change     *
      *             still waiting on SM0060 (cnfs0001).                 *
      *    Run date: command-line parameter YYYYMMDD, defaulting to     *
      *    today, as CNTEXP01 takes it.                                 *
      *    No restart/checkpoint handling - report-only, rebuilt whole  *
      *    on a rerun.                                                  *
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
           SELECT CNFS-FILE ASSIGN TO CNFS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNFS-KEY
               FILE STATUS IS WS-CNFS-STATUS.
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
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-CNFS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CNFS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-PARM                       PIC X(08) VALUE SPACES.
       01  WS-RPT-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-AGE-MONTHS                 PIC 9(02) VALUE 18.
      *    The run date stepped back WS-AGE-MONTHS calendar months -
      *    a contact last verified before it is over the limit. The
      *    day is kept as it stands; an impossible day (the 31st of a
      *    30-day month) still compares correctly.
       01  WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-X REDEFINES WS-CUTOFF-DATE.
           05  WS-CUT-YYYY               PIC 9(04).
           05  WS-CUT-MM                 PIC 9(02).
           05  WS-CUT-DD                 PIC 9(02).
       01  WS-MONTH-NUM                  PIC S9(6) COMP VALUE ZERO.
       01  WS-REC-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-AGED-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-NEVER-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-NOADDR-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-PENDING-COUNT              PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(40) VALUE
               'CONTACTS NOT VERIFIED IN OVER'.
           05  H1-MONTHS                 PIC Z9.
           05  FILLER                    PIC X(23) VALUE
               ' MONTHS - RUN DATE '.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(17) VALUE
               ' VERIFIED BEFORE '.
           05  H1-CUTOFF                 PIC 9(08).
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(09) VALUE 'CONTACT'.
           05  FILLER                    PIC X(12) VALUE 'SHORT NAME'.
           05  FILLER                    PIC X(32) VALUE 'NAME'.
           05  FILLER                    PIC X(10) VALUE 'VERIFIED'.
           05  FILLER                    PIC X(10) VALUE 'LAST ASKED'.
           05  FILLER                    PIC X(59) VALUE 'NOTE'.

       01  WS-DETAIL-LINE.
           05  DL-REGION                 PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-CODE                   PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-SHORT-NAME             PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NAME                   PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-VERIFIED               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ASKED                  PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-NOTE                   PIC X(59).

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(16) VALUE
               'CONTACTS READ:'.
           05  TL-READ                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(12) VALUE
               '  OVERDUE:'.
           05  TL-AGED                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(18) VALUE
               '  NEVER VERIFIED:'.
           05  TL-NEVER                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(16) VALUE
               '  NO ADDRESS:'.
           05  TL-NOADDR                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(18) VALUE
               '  CHANGE PENDING:'.
           05  TL-PENDING                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-FILE UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = ZERO
               MOVE WS-PARM TO WS-RPT-DATE
           END-IF
           MOVE WS-RPT-DATE TO WS-CUTOFF-DATE
           COMPUTE WS-MONTH-NUM =
               WS-CUT-YYYY * 12 + WS-CUT-MM - 1 - WS-AGE-MONTHS
           DIVIDE WS-MONTH-NUM BY 12 GIVING WS-CUT-YYYY
               REMAINDER WS-CUT-MM
           ADD 1 TO WS-CUT-MM
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'CNFAGE01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
      *    No staging file yet means no change has ever been staged -
      *    the same soft-open convention as the other optional inputs.
           OPEN INPUT CNFS-FILE
           IF WS-CNFS-STATUS = '00'
               MOVE 'Y' TO WS-CNFS-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CNFAGE01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-AGE-MONTHS TO H1-MONTHS
           MOVE WS-RPT-DATE TO H1-DATE
           MOVE WS-CUTOFF-DATE TO H1-CUTOFF
           WRITE REPORT-LINE FROM WS-HEAD1
           WRITE REPORT-LINE FROM WS-HEAD2
           PERFORM 210-READ-NAMEFILE.
       100-EXIT.
           EXIT.

       200-PROCESS-FILE.
           ADD 1 TO WS-REC-COUNT
           IF LAST-VERIFIED-DATE IS NOT NUMERIC
               OR LAST-VERIFIED-DATE = ZERO
               OR LAST-VERIFIED-DATE < WS-CUTOFF-DATE
               PERFORM 300-LIST-CONTACT
           END-IF
           PERFORM 210-READ-NAMEFILE.
       200-EXIT.
           EXIT.

       210-READ-NAMEFILE.
           READ NAM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
       210-EXIT.
           EXIT.

       300-LIST-CONTACT.
           ADD 1 TO WS-AGED-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE REGION-CODE TO DL-REGION
           MOVE NAME-CODE TO DL-CODE
           MOVE SHORT-NAME TO DL-SHORT-NAME
           MOVE NAME TO DL-NAME
           IF LAST-VERIFIED-DATE IS NUMERIC
               AND LAST-VERIFIED-DATE NOT = ZERO
               MOVE LAST-VERIFIED-DATE TO DL-VERIFIED
           ELSE
               MOVE 'NEVER' TO DL-VERIFIED
               ADD 1 TO WS-NEVER-COUNT
           END-IF
           IF CONFIRM-SENT-DATE IS NUMERIC
               AND CONFIRM-SENT-DATE NOT = ZERO
               MOVE CONFIRM-SENT-DATE TO DL-ASKED
           ELSE
               MOVE 'NEVER' TO DL-ASKED
           END-IF
           IF NOTIFY-ADDRESS = SPACES OR NOTIFY-ADDRESS = LOW-VALUES
               MOVE 'NO NOTIFY ADDRESS - CANNOT BE ASKED' TO DL-NOTE
               ADD 1 TO WS-NOADDR-COUNT
           END-IF
           IF WS-CNFS-OPEN = 'Y'
               MOVE KEY1 TO CNFS-KEY
               READ CNFS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CNFS-STATUS = '00' AND CNFS-PENDING
                   STRING 'CHANGE RECEIVED ' CNFS-RECEIVED-DATE
                          ' PENDING REVIEW ON SM0060'
                       DELIMITED BY SIZE INTO DL-NOTE
                   END-STRING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       300-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-REC-COUNT TO TL-READ
           MOVE WS-AGED-COUNT TO TL-AGED
           MOVE WS-NEVER-COUNT TO TL-NEVER
           MOVE WS-NOADDR-COUNT TO TL-NOADDR
           MOVE WS-PENDING-COUNT TO TL-PENDING
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'CNFAGE01 - CONTACTS READ: ' WS-REC-COUNT
               ' OVERDUE: ' WS-AGED-COUNT
           CLOSE NAM-FILE
           IF WS-CNFS-OPEN = 'Y'
               CLOSE CNFS-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
