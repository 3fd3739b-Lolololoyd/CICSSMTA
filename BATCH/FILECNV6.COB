       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECNV6.
      ******************************************************************
      *DESCRIPTION: One-time planned-window load of the batch job      *
      *             stream from the flat JOBSEQ dataset into the keyed *
      *             jseq0001 file SM0069 maintains and BTCHDRV1 now    *
      *             reads, the FILECNV5 pattern - reads each old line  *
      *             and writes it keyed on its step number:            *
      *               JOBSEQ (82/85, flat) -> JSEQ0001 (110)  steps    *
      *             A line from before run conditions (82 bytes)       *
      *             loads with a blank condition - every night.        *
      *             Each step loaded is logged on jsqh0001 as an add   *
      *             by FILECNV6, so the history starts with the        *
      *             stream as it was. A second line under a step       *
      *             number already loaded is listed and left out -     *
      *             the flat file allowed it, the keyed file does not; *
      *             the step wanted is added back on SM0069. Once      *
      *             loaded, every predecessor no earlier step runs is  *
      *             listed too: BTCHDRV1 would stop the stream there,  *
      *             and SM0069 will not let it be saved again that     *
      *             way. Either listing ends the job with RC 4.        *
      *             Take backups first; the old dataset is read only   *
      *             and the new one must be freshly defined.           *
      *    No restart/checkpoint handling - a one-shot reload into     *
      *    an empty target, rerun whole if interrupted.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SEQ-FILE ASSIGN TO JOBSEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDS-STATUS.
           SELECT JSEQ-FILE ASSIGN TO JSEQ0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JSEQ-STEP-NUM
               FILE STATUS IS WS-JSEQ-STATUS.
           SELECT JSQH-FILE ASSIGN TO JSQH0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JSQH-KEY
               FILE STATUS IS WS-JSQH-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-SEQ-FILE
           RECORD CONTAINS 85 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  OLD-SEQ-REC.
           05  OLD-STEP-NUM              PIC 9(03).
           05  FILLER                    PIC X(01).
           05  OLD-JOB-NAME              PIC X(08).
           05  FILLER                    PIC X(01).
           05  OLD-PRED-JOB              PIC X(08).
           05  FILLER                    PIC X(01).
           05  OLD-COMMAND               PIC X(60).
           05  FILLER                    PIC X(01).
           05  OLD-RUN-COND              PIC X(01).
           05  OLD-RUN-DAY               PIC X(01).

       FD  JSEQ-FILE
           RECORD CONTAINS 110 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JSEQ-REC.
           COPY JSEQ0001.

       FD  JSQH-FILE
           RECORD CONTAINS 240 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  JSQH-REC.
           COPY JSQH0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLDS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-JSEQ-STATUS                PIC X(02) VALUE SPACES.
       01  WS-JSQH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-TIME8                      PIC 9(08) VALUE ZERO.
       01  WS-TIME8-X REDEFINES WS-TIME8.
           05  WS-TIME6                  PIC 9(06).
           05  FILLER                    PIC 9(02).
       01  WS-STEP-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-DUP-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-PRED-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-FOUND                      PIC X(01) VALUE 'N'.
      *    The loaded stream, held for the predecessor check - the
      *    same 100-step ceiling BTCHDRV1 loads under.
       01  WS-TAB-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-TAB-IX                     PIC 9(03) VALUE ZERO.
       01  WS-TAB-JX                     PIC 9(03) VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-TAB-ENTRY OCCURS 100 TIMES.
               10  WS-TAB-STEP           PIC 9(03).
               10  WS-TAB-JOB            PIC X(08).
               10  WS-TAB-PRED           PIC X(08).

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'JOB-STREAM LOAD FROM FLAT JOBSEQ'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-STEP                   PIC 9(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-JOB                    PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-PRED                   PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-MESSAGE                PIC X(50).
           05  FILLER                    PIC X(57) VALUE SPACES.

       01  WS-SUMM-LINE.
           05  SL-LABEL                  PIC X(34).
           05  SL-VALUE                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-STEP UNTIL WS-EOF = 'Y'
           PERFORM 300-CHECK-PREDECESSORS
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT OLD-SEQ-FILE
           IF WS-OLDS-STATUS NOT = '00'
               DISPLAY 'FILECNV6 - ERROR OPENING JOBSEQ, STATUS='
                   WS-OLDS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT JSEQ-FILE
           IF WS-JSEQ-STATUS NOT = '00'
               DISPLAY 'FILECNV6 - ERROR OPENING JSEQ0001, STATUS='
                   WS-JSEQ-STATUS
               STOP RUN
           END-IF
           OPEN I-O JSQH-FILE
           IF WS-JSQH-STATUS = '35'
               OPEN OUTPUT JSQH-FILE
               CLOSE JSQH-FILE
               OPEN I-O JSQH-FILE
           END-IF
           IF WS-JSQH-STATUS NOT = '00'
               DISPLAY 'FILECNV6 - ERROR OPENING JSQH0001, STATUS='
                   WS-JSQH-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FILECNV6 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1.
       100-EXIT.
           EXIT.

       200-CONVERT-STEP.
           READ OLD-SEQ-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE SPACES TO JSEQ-REC
               MOVE OLD-STEP-NUM TO JSEQ-STEP-NUM
               MOVE OLD-JOB-NAME TO JSEQ-JOB-NAME
               MOVE OLD-PRED-JOB TO JSEQ-PRED-JOB
               MOVE OLD-COMMAND TO JSEQ-COMMAND
               MOVE OLD-RUN-COND TO JSEQ-RUN-COND
               MOVE OLD-RUN-DAY TO JSEQ-RUN-DAY
               MOVE 'FILECNV6' TO JSEQ-UPDATED-BY
               MOVE WS-TODAY TO JSEQ-UPDATED-DATE
               WRITE JSEQ-REC
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE OLD-STEP-NUM TO DL-STEP
                       MOVE OLD-JOB-NAME TO DL-JOB
                       MOVE OLD-PRED-JOB TO DL-PRED
                       MOVE 'STEP NUMBER ALREADY LOADED - LEFT OUT'
                           TO DL-MESSAGE
                       WRITE REPORT-LINE FROM WS-DETAIL-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-STEP-COUNT
                       PERFORM 210-WRITE-HISTORY
               END-WRITE
           END-IF.
       200-EXIT.
           EXIT.

      *    The load goes down as an add per step, the way SM0069
      *    logs one keyed there.
       210-WRITE-HISTORY.
           MOVE SPACES TO JSQH-REC
           MOVE JSEQ-STEP-NUM TO JSQH-STEP-NUM
           MOVE WS-TODAY TO JSQH-DATE
           ACCEPT WS-TIME8 FROM TIME
           MOVE WS-TIME6 TO JSQH-TIME
           MOVE ZERO TO JSQH-SEQ
           SET JSQH-ADDED TO TRUE
           MOVE JSEQ-JOB-NAME TO JSQH-NEW-JOB
           MOVE JSEQ-PRED-JOB TO JSQH-NEW-PRED
           MOVE JSEQ-RUN-COND TO JSQH-NEW-COND
           MOVE JSEQ-RUN-DAY TO JSQH-NEW-DAY
           MOVE JSEQ-COMMAND TO JSQH-NEW-COMMAND
           MOVE 'FILECNV6' TO JSQH-USERID
           MOVE 'LOADED FROM THE FLAT JOBSEQ DATASET' TO JSQH-REASON
           WRITE JSQH-REC
               INVALID KEY
                   DISPLAY 'FILECNV6 - HISTORY NOT WRITTEN FOR STEP '
                       JSEQ-STEP-NUM
           END-WRITE.
       210-EXIT.
           EXIT.

      *    Read back in step order and list each predecessor that no
      *    earlier step runs - the stream as BTCHDRV1 will see it.
       300-CHECK-PREDECESSORS.
           CLOSE JSEQ-FILE
           OPEN INPUT JSEQ-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JSEQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y' AND WS-TAB-COUNT < 100
                   ADD 1 TO WS-TAB-COUNT
                   MOVE JSEQ-STEP-NUM TO WS-TAB-STEP(WS-TAB-COUNT)
                   MOVE JSEQ-JOB-NAME TO WS-TAB-JOB(WS-TAB-COUNT)
                   MOVE JSEQ-PRED-JOB TO WS-TAB-PRED(WS-TAB-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                   UNTIL WS-TAB-IX > WS-TAB-COUNT
               IF WS-TAB-PRED(WS-TAB-IX) NOT = SPACES
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-TAB-JX FROM 1 BY 1
                           UNTIL WS-TAB-JX >= WS-TAB-IX
                       IF WS-TAB-JOB(WS-TAB-JX) = WS-TAB-PRED(WS-TAB-IX)
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND NOT = 'Y'
                       ADD 1 TO WS-PRED-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE WS-TAB-STEP(WS-TAB-IX) TO DL-STEP
                       MOVE WS-TAB-JOB(WS-TAB-IX) TO DL-JOB
                       MOVE WS-TAB-PRED(WS-TAB-IX) TO DL-PRED
                       MOVE 'PREDECESSOR NOT RUN BY AN EARLIER STEP'
                           TO DL-MESSAGE
                       WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   END-IF
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE 'JOB-STREAM STEPS LOADED:' TO SL-LABEL
           MOVE WS-STEP-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           MOVE 'DUPLICATE STEP NUMBERS LEFT OUT:' TO SL-LABEL
           MOVE WS-DUP-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           MOVE 'PREDECESSORS TO FIX ON SM69:' TO SL-LABEL
           MOVE WS-PRED-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           DISPLAY 'FILECNV6 - STEPS: ' WS-STEP-COUNT
               ' DUPLICATES: ' WS-DUP-COUNT
               ' BAD PREDECESSORS: ' WS-PRED-COUNT
           IF WS-DUP-COUNT > ZERO OR WS-PRED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE OLD-SEQ-FILE
           CLOSE JSEQ-FILE
           CLOSE JSQH-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
