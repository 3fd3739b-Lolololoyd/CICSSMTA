       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECNV3.
      ******************************************************************
      *DESCRIPTION: One-time planned-window pad/reload of the asset     *
      *             master for the support-contract link, the FILECNV2  *
      *             pattern exactly - reads the old-format dataset and  *
      *             writes a new-format copy with the appended fields   *
      *             initialized:                                        *
      *               ASETOLD (76) -> ASETNEW (120)  asset master       *
      *             New asset fields: vendor id and contract number     *
      *             blank (no support contract - every existing asset   *
      *             is linked afterwards on SM0032), the expansion      *
      *             FILLER spaces.                                      *
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
           SELECT OLD-ASET-FILE ASSIGN TO ASETOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ASET-ID
               FILE STATUS IS WS-OLDA-STATUS.
           SELECT NEW-ASET-FILE ASSIGN TO ASETNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASET-ID
               FILE STATUS IS WS-NEWA-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ASET-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OLD-ASET-REC.
           05  OLD-ASET-ID               PIC X(08).
           05  FILLER                    PIC X(68).

       FD  NEW-ASET-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-ASET-REC.
           COPY ASET0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OLDA-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NEWA-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-ASET-COUNT                 PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(50) VALUE
               'ASSET MASTER PAD/RELOAD CONVERSION'.
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-SUMM-LINE.
           05  SL-LABEL                  PIC X(34).
           05  SL-VALUE                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-ASSET UNTIL WS-EOF = 'Y'
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT OLD-ASET-FILE
           IF WS-OLDA-STATUS NOT = '00'
               DISPLAY 'FILECNV3 - ERROR OPENING ASETOLD, STATUS='
                   WS-OLDA-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-ASET-FILE
           IF WS-NEWA-STATUS NOT = '00'
               DISPLAY 'FILECNV3 - ERROR OPENING ASETNEW, STATUS='
                   WS-NEWA-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FILECNV3 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1.
       100-EXIT.
           EXIT.

      *    The grown layout only appended fields, so each new record
      *    is the old bytes verbatim with the tail initialized.
       200-CONVERT-ASSET.
           READ OLD-ASET-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF NOT = 'Y'
               MOVE SPACES TO NEW-ASET-REC
               MOVE OLD-ASET-REC TO NEW-ASET-REC(1:76)
               MOVE SPACES TO ASET-VENDOR-ID
               MOVE SPACES TO ASET-CONTRACT-NUM
               WRITE NEW-ASET-REC
                   INVALID KEY
                       DISPLAY 'FILECNV3 - DUPLICATE ASSET KEY '
                           ASET-ID
                       STOP RUN
               END-WRITE
               ADD 1 TO WS-ASET-COUNT
           END-IF.
       200-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE 'ASSET MASTERS RELOADED:' TO SL-LABEL
           MOVE WS-ASET-COUNT TO SL-VALUE
           WRITE REPORT-LINE FROM WS-SUMM-LINE
           DISPLAY 'FILECNV3 - ASSETS: ' WS-ASET-COUNT
           CLOSE OLD-ASET-FILE
           CLOSE NEW-ASET-FILE
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
