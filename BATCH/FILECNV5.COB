       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECNV5.
      ******************************************************************
      *DESCRIPTION: One-time planned-window pad/reload of the contact   *
      *             master for the organization link, the FILECNV1      *
      *             contact pass exactly - reads the old-format dataset *
      *             and writes a new-format copy with the appended      *
      *             fields initialized:                                 *
      *               NAMFOLD (466) -> NAMFNEW (500)  contact master    *
      *             New contact field: organization id blank (not yet   *
      *             linked - every existing contact is linked           *
      *             afterwards on SAMP20 once orgn0001 is loaded on     *
      *             SM0059), the expansion FILLER spaces.               *
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
           SELECT OLD-NAM-FILE ASSIGN TO NAMFOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-NAM-KEY
               FILE STATUS IS WS-OLDN-STATUS.
           SELECT NEW-NAM-FILE ASSIGN TO NAMFNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NEWN-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-NAM-FILE
           RECORD CONTAINS 466 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-NAM-REC.
           05  OLD-NAM-KEY               PIC X(06).
           05  FILLER                    PIC X(460).

       FD  NEW-NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-NAM-REC.
           COPY NAMEFILE.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLDN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NEWN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-NAM-COUNT                  PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'CONTACT MASTER PAD/RELOAD CONVERSION'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-SUMM-LINE.
           05  SL-LABEL                  PIC X(34).
           05  SL-VALUE                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-CONTACT UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT OLD-NAM-FILE
           IF WS-OLDN-STATUS NOT = '00'
               DISPLAY 'FILECNV5 - ERROR OPENING NAMFOLD, STATUS='
                   WS-OLDN-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-NAM-FILE
           IF WS-NEWN-STATUS NOT = '00'
               DISPLAY 'FILECNV5 - ERROR OPENING NAMFNEW, STATUS='
                   WS-NEWN-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FILECNV5 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1.
       100-EXIT.
           EXIT.

      *    The grown layout only appended fields, so each new record
      *    is the old bytes verbatim with the tail initialized.
       200-CONVERT-CONTACT.
           READ OLD-NAM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE SPACES TO NEW-NAM-REC
               MOVE OLD-NAM-REC TO NEW-NAM-REC(1:466)
               MOVE SPACES TO ORG-ID
               WRITE NEW-NAM-REC
                   INVALID KEY
                       DISPLAY 'FILECNV5 - DUPLICATE CONTACT KEY '
                           KEY1
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-NAM-COUNT
           END-IF.
       200-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE 'CONTACT MASTERS RELOADED:' TO SL-LABEL
           MOVE WS-NAM-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           DISPLAY 'FILECNV5 - CONTACTS: ' WS-NAM-COUNT
           CLOSE OLD-NAM-FILE
           CLOSE NEW-NAM-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
