       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECNV7.
      ******************************************************************
      *DESCRIPTION: One-time planned-window pad/reload of the user-    *
      *             preference file for the message-language and       *
      *             open-ticket digest fields, the FILECNV4 pattern    *
      *             exactly - reads the old-format dataset and writes  *
      *             a new-format copy with the                         *
      *             appended fields initialized:                       *
      *               USRPOLD (12) -> USRPNEW (40)   user preferences  *
      *             New preference fields: language blank (read as EN, *
      *             the only language the screens spoke before), the   *
      *             open-ticket digest daily with every ticket and no  *
      *             digest sent yet, the expansion FILLER spaces.      *
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
           SELECT OLD-USRP-FILE ASSIGN TO USRPOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-USRP-USERID
               FILE STATUS IS WS-OLDP-STATUS.
           SELECT NEW-USRP-FILE ASSIGN TO USRPNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USRP-USERID
               FILE STATUS IS WS-NEWP-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-USRP-FILE
           RECORD CONTAINS 12 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-USRP-REC.
           05  OLD-USRP-USERID           PIC X(08).
           05  FILLER                    PIC X(04).

       FD  NEW-USRP-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-USRP-REC.
           COPY USRP0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLDP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NEWP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-USRP-COUNT                 PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'USER-PREFERENCE PAD/RELOAD CONVERSION'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-SUMM-LINE.
           05  SL-LABEL                  PIC X(34).
           05  SL-VALUE                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-PREFERENCE UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT OLD-USRP-FILE
           IF WS-OLDP-STATUS NOT = '00'
               DISPLAY 'FILECNV7 - ERROR OPENING USRPOLD, STATUS='
                   WS-OLDP-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-USRP-FILE
           IF WS-NEWP-STATUS NOT = '00'
               DISPLAY 'FILECNV7 - ERROR OPENING USRPNEW, STATUS='
                   WS-NEWP-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FILECNV7 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1.
       100-EXIT.
           EXIT.

      *    The grown layout only appended fields, so each new record
      *    is the old bytes verbatim with the tail initialized.
       200-CONVERT-PREFERENCE.
           READ OLD-USRP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE SPACES TO NEW-USRP-REC
               MOVE OLD-USRP-REC TO NEW-USRP-REC(1:12)
               MOVE SPACES TO USRP-LANGUAGE
               SET USRP-DIGEST-DAILY TO TRUE
               MOVE 'N' TO USRP-DIGEST-CHANGES
               MOVE ZERO TO USRP-DIGEST-LAST-DATE
               WRITE NEW-USRP-REC
                   INVALID KEY
                       DISPLAY 'FILECNV7 - DUPLICATE USERID KEY '
                           USRP-USERID
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-USRP-COUNT
           END-IF.
       200-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE 'USER PREFERENCES RELOADED:' TO SL-LABEL
           MOVE WS-USRP-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           DISPLAY 'FILECNV7 - PREFERENCES: ' WS-USRP-COUNT
           CLOSE OLD-USRP-FILE
           CLOSE NEW-USRP-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
