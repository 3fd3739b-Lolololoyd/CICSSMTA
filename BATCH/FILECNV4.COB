       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECNV4.
      ******************************************************************
      *DESCRIPTION: One-time planned-window pad/reload of the major-    *
      *             incident file for the failed-asset field, the       *
      *             FILECNV2 pattern exactly - reads the old-format     *
      *             dataset and writes a new-format copy with the       *
      *             appended fields initialized:                        *
      *               MJINOLD (99) -> MJINNEW (120)  major incidents    *
      *             New incident field: asset id blank (incidents       *
      *             declared before the dependency map named no asset), *
      *             the expansion FILLER spaces.                        *
      *             Take backups first; the old dataset is read only    *
      *             and the new one must be freshly defined.            *
      *    No restart/checkpoint handling - a one-shot reload into      *
      *    an empty target, rerun whole if interrupted.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MJIN-FILE ASSIGN TO MJINOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-MJIN-ID
               FILE STATUS IS WS-OLDM-STATUS.
           SELECT NEW-MJIN-FILE ASSIGN TO MJINNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJIN-ID
               FILE STATUS IS WS-NEWM-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MJIN-FILE
           RECORD CONTAINS 99 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-MJIN-REC.
           05  OLD-MJIN-ID               PIC X(06).
           05  FILLER                    PIC X(93).

       FD  NEW-MJIN-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-MJIN-REC.
           COPY MJIN0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLDM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NEWM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-MJIN-COUNT                 PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'MAJOR-INCIDENT PAD/RELOAD CONVERSION'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-SUMM-LINE.
           05  SL-LABEL                  PIC X(34).
           05  SL-VALUE                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-INCIDENT UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT OLD-MJIN-FILE
           IF WS-OLDM-STATUS NOT = '00'
               DISPLAY 'FILECNV4 - ERROR OPENING MJINOLD, STATUS='
                   WS-OLDM-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-MJIN-FILE
           IF WS-NEWM-STATUS NOT = '00'
               DISPLAY 'FILECNV4 - ERROR OPENING MJINNEW, STATUS='
                   WS-NEWM-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FILECNV4 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1.
       100-EXIT.
           EXIT.

      *    The grown layout only appended fields, so each new record
      *    is the old bytes verbatim with the tail initialized.
       200-CONVERT-INCIDENT.
           READ OLD-MJIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE SPACES TO NEW-MJIN-REC
               MOVE OLD-MJIN-REC TO NEW-MJIN-REC(1:99)
               MOVE SPACES TO MJIN-ASSET-ID
               WRITE NEW-MJIN-REC
                   INVALID KEY
                       DISPLAY 'FILECNV4 - DUPLICATE INCIDENT KEY '
                           MJIN-ID
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-MJIN-COUNT
           END-IF.
       200-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE 'MAJOR INCIDENTS RELOADED:' TO SL-LABEL
           MOVE WS-MJIN-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           DISPLAY 'FILECNV4 - INCIDENTS: ' WS-MJIN-COUNT
           CLOSE OLD-MJIN-FILE
           CLOSE NEW-MJIN-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
