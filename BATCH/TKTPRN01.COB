      *             TICKD-TICKET-NUM key prefix SM0005 browses with     *
      *             STARTBR/READPREV), and lays the whole thing out as  *
      *             one formatted page instead of the one-line-per-     *
      *             ticket summary TKTRPT01 prints. The requestor       *
      *             copy (the default) leaves internal work-log lines   *
      *             out; a D after the ticket number prints the desk    *
      *             copy with every line, internal ones marked I.       *
      *             Intake-questionnaire answers print as a labeled     *
      *             block of their own ahead of the work log.           *
      *    Run ad hoc (e.g. from a requestor's print-this-ticket PF key *
      *    once one is wired up) rather than on the nightly schedule    *
      *    UAFRPT01/TKTRPT01 follow, so there is no restart/checkpoint  *
       DATA DIVISION.
       FILE SECTION.
       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  TKTD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKTD-REC.
           COPY TICKD0001.
       01  WS-TKTD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
      *    Command line is the ticket number, a space, and the copy
      *    type - D prints the desk copy (every line, internal ones
      *    marked I); anything else, or nothing, prints the
      *    requestor copy, public lines only.
       01  WS-PARM-AREA.
           05  WS-PARM-TICKET             PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-PARM-COPY               PIC X(01) VALUE SPACES.
               88  WS-DESK-COPY           VALUE 'D'.
       01  WS-LINE-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-ANSWER-COUNT               PIC 9(04) VALUE ZERO.

       01  WS-RULE-LINE                  PIC X(132) VALUE ALL '-'.
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE 'TICKET NUMBER:'.
           05  TL-TICKET-NUM             PIC X(06).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  TL-COPY-TYPE              PIC X(14).
           05  FILLER                    PIC X(48) VALUE SPACES.

       01  WS-FIELD-LINE-1.
           05  FILLER                    PIC X(12) VALUE 'STATUS:'.
           05  FL4-CLOSED-BY             PIC X(08).
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  WS-ANSWER-HEADING.
           05  FILLER                    PIC X(20) VALUE
               'INTAKE ANSWERS'.
           05  FILLER                    PIC X(112) VALUE SPACES.

       01  WS-ANSWER-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AL-PROMPT                 PIC X(30).
           05  FILLER                    PIC X(02) VALUE ': '.
           05  AL-ANSWER                 PIC X(30).
           05  FILLER                    PIC X(68) VALUE SPACES.

       01  WS-LOG-HEADING.
           05  FILLER                    PIC X(20) VALUE
               'WORK LOG / COMMENTS'.

       01  WS-LOG-DETAIL.
           05  LD-SEQ                    PIC ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  LD-VIS                    PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  LD-ENTERED-BY             PIC X(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  LD-ENTERED-DATE           PIC X(10).
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-PARM-AREA FROM COMMAND-LINE
           IF WS-PARM-TICKET = SPACES
               DISPLAY 'TKTPRN01 - NO TICKET NUMBER SUPPLIED ON PARM'
               STOP RUN
           END-READ
           IF WS-EOF NOT = 'Y'
               PERFORM 210-PRINT-HEADER
               PERFORM 215-PRINT-ANSWERS
               PERFORM 220-PRINT-LOG
           END-IF.
       200-EXIT.

       210-PRINT-HEADER.
           MOVE TKT-NUM TO TL-TICKET-NUM
           IF WS-DESK-COPY
               MOVE 'DESK COPY' TO TL-COPY-TYPE
           ELSE
               MOVE 'REQUESTOR COPY' TO TL-COPY-TYPE
           END-IF
           WRITE REPORT-LINE FROM WS-TITLE-LINE
           WRITE REPORT-LINE FROM WS-RULE-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
       210-EXIT.
           EXIT.

      *    The intake-questionnaire answers SM0013 wrote as typed
      *    'Q' lines print as their own labeled block ahead of the
      *    work log, prompt beside answer; a ticket opened without a
      *    questionnaire prints no block at all.
       215-PRINT-ANSWERS.
           MOVE TKT-NUM TO TICKD-TICKET-NUM
           MOVE ZERO TO TICKD-SEQ-NUM
           MOVE 'N' TO WS-EOF
           START TKTD-FILE KEY NOT LESS THAN TICKD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TKTD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   IF TICKD-TICKET-NUM = TKT-NUM
                       IF TICKD-LINE-ANSWER
                           PERFORM 217-PRINT-ANSWER-LINE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ANSWER-COUNT > ZERO
               WRITE REPORT-LINE FROM WS-BLANK-LINE
           END-IF.
       215-EXIT.
           EXIT.

       217-PRINT-ANSWER-LINE.
           IF WS-ANSWER-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-ANSWER-HEADING
           END-IF
           ADD 1 TO WS-ANSWER-COUNT
           MOVE TICKD-ANS-PROMPT TO AL-PROMPT
           MOVE TICKD-ANS-VALUE TO AL-ANSWER
           WRITE REPORT-LINE FROM WS-ANSWER-LINE.
       217-EXIT.
           EXIT.

       220-PRINT-LOG.
           WRITE REPORT-LINE FROM WS-LOG-HEADING
           WRITE REPORT-LINE FROM WS-LOG-COL-HEAD
               END-READ
               IF WS-EOF NOT = 'Y'
                   IF TICKD-TICKET-NUM = TKT-NUM
                       IF (WS-DESK-COPY OR NOT TICKD-INTERNAL)
                           AND NOT TICKD-LINE-ANSWER
                           PERFORM 225-PRINT-LOG-LINE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-EOF
                   END-IF
       225-PRINT-LOG-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE TICKD-SEQ-NUM TO LD-SEQ
           IF TICKD-INTERNAL
               MOVE 'I' TO LD-VIS
           ELSE
               MOVE SPACE TO LD-VIS
           END-IF
           MOVE TICKD-ENTERED-BY TO LD-ENTERED-BY
           MOVE TICKD-ENTERED-DATE TO LD-ENTERED-DATE
           MOVE TICKD-ENTERED-TIME TO LD-ENTERED-TIME
