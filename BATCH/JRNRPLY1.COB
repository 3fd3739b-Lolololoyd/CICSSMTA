       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE
           RECORD CONTAINS 326 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  JRNL-REC.
           COPY JRNL0001.
           05  UAF-DATA                  PIC X(33).

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           05  TKT-NUM                   PIC X(06).
           05  TKT-DATA                  PIC X(294).

       FD  TICKD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TICKD-REC.
           05  TICKD-KEY                 PIC X(09).
           05  TICKD-DATA                PIC X(111).

       FD  MANIF-FILE
           RECORD CONTAINS 44 CHARACTERS
               END-DELETE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE JRN-IMAGE(1:300) TO TKT-REC
               WRITE TKT-REC
                   INVALID KEY
                       REWRITE TKT-REC
               END-DELETE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE JRN-IMAGE(1:120) TO TICKD-REC
               WRITE TICKD-REC
                   INVALID KEY
                       REWRITE TICKD-REC
