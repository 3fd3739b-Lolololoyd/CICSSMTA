       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECNV2.
      ******************************************************************
      *DESCRIPTION: One-time planned-window pad/reload of the ticket    *
      *             files for the second widening, the FILECNV1         *
      *             pattern exactly - reads each old-format dataset     *
      *             and writes a new-format copy with the appended      *
      *             fields initialized:                                 *
      *               TKTMOLD (189) -> TKTMNEW (300)  ticket master     *
      *               TKTDOLD (95)  -> TKTDNEW (120)  ticket work log   *
      *               SVCCOLD (72)  -> SVCCNEW (120)  service catalog   *
      *             New ticket fields: class blank (the incident/       *
      *             service request every existing ticket is), the      *
      *             planned window dates/times zero, risk blank, the    *
      *             expansion FILLER spaces. New work-log field: line   *
      *             type blank (an ordinary work-log entry). New        *
      *             catalog field: resolver team blank (no team - the   *
      *             whole desk's queue, the pre-team behavior).         *
      *             The JRNL after-image record grows with the master   *
      *             (215 -> 326) - drain the day's queue through        *
      *             JRNRPLY1/TKTDB003 before the window so no old-      *
      *             length records are left on it.                      *
      *             Take backups first; the old datasets are read       *
      *             only and the new ones must be freshly defined.      *
      *    No restart/checkpoint handling - a one-shot reload into      *
      *    empty targets, rerun whole if interrupted.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TKT-FILE ASSIGN TO TKTMOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-TKT-NUM
               FILE STATUS IS WS-OLDT-STATUS.
           SELECT NEW-TKT-FILE ASSIGN TO TKTMNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-TKT-NUM
               FILE STATUS IS WS-NEWT-STATUS.
           SELECT OLD-DTL-FILE ASSIGN TO TKTDOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-DTL-KEY
               FILE STATUS IS WS-OLDD-STATUS.
           SELECT NEW-DTL-FILE ASSIGN TO TKTDNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKD-KEY
               FILE STATUS IS WS-NEWD-STATUS.
           SELECT OLD-SVC-FILE ASSIGN TO SVCCOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SVC-CODE
               FILE STATUS IS WS-OLDS-STATUS.
           SELECT NEW-SVC-FILE ASSIGN TO SVCCNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-SVC-CODE
               FILE STATUS IS WS-NEWS-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-TKT-FILE
           RECORD CONTAINS 189 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-TKT-REC.
           05  OLD-TKT-NUM               PIC X(06).
           05  FILLER                    PIC X(183).

       FD  NEW-TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY
               ==NEW-TKT-==.

       FD  OLD-DTL-FILE
           RECORD CONTAINS 95 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-DTL-REC.
           05  OLD-DTL-KEY               PIC X(09).
           05  FILLER                    PIC X(86).

       FD  NEW-DTL-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-DTL-REC.
           COPY TICKD0001.

       FD  OLD-SVC-FILE
           RECORD CONTAINS 72 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-SVC-REC.
           05  OLD-SVC-CODE              PIC X(08).
           05  FILLER                    PIC X(64).

       FD  NEW-SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-SVC-REC.
           COPY SVCCAT01 REPLACING LEADING ==SVC-== BY ==NEW-SVC-==.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLDT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NEWT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-OLDD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NEWD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-OLDS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NEWS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TKT-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-DTL-COUNT                  PIC 9(06) VALUE ZERO.
       01  WS-SVC-COUNT                  PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'TICKET FILES PAD/RELOAD CONVERSION'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-SUMM-LINE.
           05  SL-LABEL                  PIC X(34).
           05  SL-VALUE                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-TICKET UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           PERFORM 300-CONVERT-DETAIL UNTIL WS-EOF = 'Y'
           MOVE 'N' TO WS-EOF
           PERFORM 400-CONVERT-CATALOG UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT OLD-TKT-FILE
           IF WS-OLDT-STATUS NOT = '00'
               DISPLAY 'FILECNV2 - ERROR OPENING TKTMOLD, STATUS='
                   WS-OLDT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-TKT-FILE
           IF WS-NEWT-STATUS NOT = '00'
               DISPLAY 'FILECNV2 - ERROR OPENING TKTMNEW, STATUS='
                   WS-NEWT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT OLD-DTL-FILE
           IF WS-OLDD-STATUS NOT = '00'
               DISPLAY 'FILECNV2 - ERROR OPENING TKTDOLD, STATUS='
                   WS-OLDD-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-DTL-FILE
           IF WS-NEWD-STATUS NOT = '00'
               DISPLAY 'FILECNV2 - ERROR OPENING TKTDNEW, STATUS='
                   WS-NEWD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT OLD-SVC-FILE
           IF WS-OLDS-STATUS NOT = '00'
               DISPLAY 'FILECNV2 - ERROR OPENING SVCCOLD, STATUS='
                   WS-OLDS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-SVC-FILE
           IF WS-NEWS-STATUS NOT = '00'
               DISPLAY 'FILECNV2 - ERROR OPENING SVCCNEW, STATUS='
                   WS-NEWS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FILECNV2 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1.
       100-EXIT.
           EXIT.

      *    The grown layouts only ever appended fields, so each new
      *    record is the old bytes verbatim with the tail initialized.
       200-CONVERT-TICKET.
           READ OLD-TKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE SPACES TO NEW-TKT-REC
               MOVE OLD-TKT-REC TO NEW-TKT-REC(1:189)
               MOVE SPACE TO NEW-TKT-CLASS
               MOVE ZERO TO NEW-TKT-PLAN-START-DATE
               MOVE ZERO TO NEW-TKT-PLAN-START-TIME
               MOVE ZERO TO NEW-TKT-PLAN-END-DATE
               MOVE ZERO TO NEW-TKT-PLAN-END-TIME
               MOVE SPACE TO NEW-TKT-RISK
               WRITE NEW-TKT-REC
                   INVALID KEY
                       DISPLAY 'FILECNV2 - DUPLICATE TICKET KEY '
                           NEW-TKT-NUM
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-TKT-COUNT
           END-IF.
       200-EXIT.
           EXIT.

       300-CONVERT-DETAIL.
           READ OLD-DTL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE SPACES TO NEW-DTL-REC
               MOVE OLD-DTL-REC TO NEW-DTL-REC(1:95)
               MOVE SPACE TO TICKD-LINE-TYPE
               WRITE NEW-DTL-REC
                   INVALID KEY
                       DISPLAY 'FILECNV2 - DUPLICATE DETAIL KEY '
                           TICKD-KEY
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-DTL-COUNT
           END-IF.
       300-EXIT.
           EXIT.

       400-CONVERT-CATALOG.
           READ OLD-SVC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE SPACES TO NEW-SVC-REC
               MOVE OLD-SVC-REC TO NEW-SVC-REC(1:72)
               MOVE SPACES TO NEW-SVC-TEAM-CODE
               WRITE NEW-SVC-REC
                   INVALID KEY
                       DISPLAY 'FILECNV2 - DUPLICATE SERVICE KEY '
                           NEW-SVC-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-SVC-COUNT
           END-IF.
       400-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE 'TICKET MASTERS RELOADED:' TO SL-LABEL
           MOVE WS-TKT-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           MOVE 'WORK-LOG LINES RELOADED:' TO SL-LABEL
           MOVE WS-DTL-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           MOVE 'CATALOG ENTRIES RELOADED:' TO SL-LABEL
           MOVE WS-SVC-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           DISPLAY 'FILECNV2 - TICKETS: ' WS-TKT-COUNT
               ' DETAIL LINES: ' WS-DTL-COUNT
               ' SERVICES: ' WS-SVC-COUNT
           CLOSE OLD-TKT-FILE
           CLOSE NEW-TKT-FILE
           CLOSE OLD-DTL-FILE
           CLOSE NEW-DTL-FILE
           CLOSE OLD-SVC-FILE
           CLOSE NEW-SVC-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
