      *             WS-STD-KEY-LEN order, same as the online browse in  *
      *             SM0006) and prints one line per USERID with its     *
      *             REQUESTOR/ADMIN/APPROVER/SERVICE/INQUIRY flags and   *
      *             UPDATEDBY. A user holding ucat0001 service-         *
      *             category grants gets CATEGORIES continuation lines  *
      *             under the detail line ('**' = every category).      *
      *    Restart/checkpoint: WS-CKPT-FREQ (command-line argument 1,
      *    defaulted below if not supplied/non-numeric) controls how
      *    often the last USERID processed is saved to RESTART-FILE
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPRF-USERID
               FILE STATUS IS WS-UPRF-STATUS.
           SELECT UCAT-FILE ASSIGN TO UCAT0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UCAT-KEY
               FILE STATUS IS WS-UCAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  UPRF-REC.
           COPY UPRF0001.

       FD  UCAT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UCAT-REC.
           COPY UCAT0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  WS-UPRF-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-BGLS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-BGLS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UCAT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UCAT-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UCAT-EOF                   PIC X(01) VALUE 'N'.
       01  WS-CAT-IX                     PIC 9(02) VALUE ZERO.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RESTART-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUN-STAMP-DATE             PIC 9(08) VALUE ZERO.
           05  DL-BREAK-GLASS            PIC X(08).
           05  FILLER                    PIC X(05) VALUE SPACES.

       01  WS-CATEGORY-LINE.
           05  FILLER                    PIC X(12) VALUE SPACES.
           05  CL-LABEL                  PIC X(12).
           05  CL-CATEGORY               OCCURS 15 TIMES
                                         PIC X(07).
           05  FILLER                    PIC X(03) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(17) VALUE
               'TOTAL USERS READ:'.
           IF WS-UPRF-STATUS = '00'
               MOVE 'Y' TO WS-UPRF-OPEN
           END-IF
           OPEN INPUT UCAT-FILE
           IF WS-UCAT-STATUS = '00'
               MOVE 'Y' TO WS-UCAT-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'UAFRPT01 - ERROR OPENING RPTOUT, STATUS='
           ELSE
               PERFORM 220-BUILD-DETAIL
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               IF WS-UCAT-OPEN = 'Y'
                   PERFORM 225-LIST-CATEGORIES
               END-IF
               ADD 1 TO WS-REC-COUNT
               IF FUNCTION MOD(WS-REC-COUNT WS-CKPT-FREQ) = 0
                   PERFORM 230-CHECKPOINT
       220-EXIT.
           EXIT.

      *    Category grants from ucat0001, fifteen to a line - the
      *    first line labelled, any overflow lines not.
       225-LIST-CATEGORIES.
           MOVE SPACES TO WS-CATEGORY-LINE
           MOVE 'CATEGORIES:' TO CL-LABEL
           MOVE ZERO TO WS-CAT-IX
           MOVE UAF-USERID TO UCAT-USERID
           MOVE LOW-VALUES TO UCAT-CATEGORY
           MOVE 'N' TO WS-UCAT-EOF
           START UCAT-FILE KEY NOT LESS THAN UCAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-UCAT-EOF
           END-START
           PERFORM 226-NEXT-CATEGORY UNTIL WS-UCAT-EOF = 'Y'
           IF WS-CAT-IX > ZERO
               WRITE REPORT-LINE FROM WS-CATEGORY-LINE
           END-IF.
       225-EXIT.
           EXIT.

       226-NEXT-CATEGORY.
           READ UCAT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-UCAT-EOF
           END-READ
           IF WS-UCAT-EOF = 'N'
               IF UCAT-USERID NOT = UAF-USERID
                   MOVE 'Y' TO WS-UCAT-EOF
               ELSE
                   IF WS-CAT-IX = 15
                       WRITE REPORT-LINE FROM WS-CATEGORY-LINE
                       MOVE SPACES TO WS-CATEGORY-LINE
                       MOVE ZERO TO WS-CAT-IX
                   END-IF
                   ADD 1 TO WS-CAT-IX
                   MOVE UCAT-CATEGORY TO CL-CATEGORY(WS-CAT-IX)
               END-IF
           END-IF.
       226-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE WS-REC-COUNT TO TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-UPRF-OPEN = 'Y'
               CLOSE UPRF-FILE
           END-IF
           IF WS-UCAT-OPEN = 'Y'
               CLOSE UCAT-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE.
       900-EXIT.
