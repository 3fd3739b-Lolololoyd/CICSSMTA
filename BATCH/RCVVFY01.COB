           05  UAF-DATA                  PIC X(33).

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           05  TKT-KEY                   PIC X(06).
           05  TKT-DATA                  PIC X(294).

       FD  TICKD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TICKD-REC.
           05  TICKD-KEY                 PIC X(09).
           05  TICKD-DATA                PIC X(111).

       FD  JRNL-FILE
           RECORD CONTAINS 326 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  JRNL-REC.
           COPY JRNL0001.
       01  WS-HASH                       PIC 9(18) VALUE ZERO.
       01  WS-HASH-IX                    PIC S9(4) COMP VALUE ZERO.
       01  WS-HASH-LEN                   PIC S9(4) COMP VALUE ZERO.
       01  WS-HASH-BUF                   PIC X(300) VALUE SPACES.
       01  WS-PASS                       PIC X(01) VALUE 'Y'.
       01  WS-MISMATCH-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-IMG-OVERFLOW               PIC X(01) VALUE 'N'.
           05  WS-IMG-ENTRY OCCURS 9999 TIMES.
               10  WS-IMG-FILE           PIC X(08).
               10  WS-IMG-KEY            PIC X(09).
               10  WS-IMG-IMAGE          PIC X(300).

       01  WS-HEAD1.
           05  FILLER                    PIC X(36) VALUE
               IF WS-EOF NOT = 'Y'
                   ADD 1 TO WS-REC-COUNT
                   MOVE SPACES TO WS-HASH-BUF
                   MOVE TKT-REC TO WS-HASH-BUF(1:300)
                   MOVE 300 TO WS-HASH-LEN
                   PERFORM 200-HASH-RECORD
               END-IF
           END-PERFORM
               IF WS-EOF NOT = 'Y'
                   ADD 1 TO WS-REC-COUNT
                   MOVE SPACES TO WS-HASH-BUF
                   MOVE TICKD-REC TO WS-HASH-BUF(1:120)
                   MOVE 120 TO WS-HASH-LEN
                   PERFORM 200-HASH-RECORD
               END-IF
           END-PERFORM
           IF WS-HAVE-TRAILER NOT = 'Y'
               MOVE 'N' TO WS-MANIF-OK
               MOVE SPACES TO REPORT-LINE
               MOVE 'MANIFEST HAS NO TRAILER LINE - BACKUP SET INCOMPLET
      -            'E' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-MANIF-OK NOT = 'Y'
                       ADD 1 TO WS-MISMATCH-COUNT
                   ELSE
                       IF TKT-REC NOT =
                           WS-IMG-IMAGE(WS-IMG-IDX)(1:300)
                           ADD 1 TO WS-MISMATCH-COUNT
                       END-IF
                   END-IF
                       ADD 1 TO WS-MISMATCH-COUNT
                   ELSE
                       IF TICKD-REC NOT =
                           WS-IMG-IMAGE(WS-IMG-IDX)(1:120)
                           ADD 1 TO WS-MISMATCH-COUNT
                       END-IF
                   END-IF
           WRITE REPORT-LINE FROM WS-ATTEST-LINE
           IF WS-IMG-OVERFLOW = 'Y'
               MOVE SPACES TO REPORT-LINE
               MOVE 'JOURNAL KEY TABLE OVERFLOWED - RERUN THE CHECK IN S
      -            'EGMENTS' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       800-EXIT.
