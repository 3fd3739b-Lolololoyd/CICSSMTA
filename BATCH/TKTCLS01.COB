           COPY RESLCD01.

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  TICKD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TICKD-REC.
           COPY TICKD0001.
           END-IF
           IF WS-SKIP-REASON = SPACES
               SET TKT-CLOSED TO TRUE
               MOVE ZERO TO TKT-FUP-DATE
               MOVE SPACES TO TKT-FUP-BY TKT-FUP-REASON
               MOVE WS-TODAY TO TKT-CLOSED-DATE
               MOVE WS-JOB-ID TO TKT-CLOSED-BY
               MOVE CLSIN-RESL-CODE TO TKT-RESL-CODE
