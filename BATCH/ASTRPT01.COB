       DATA DIVISION.
       FILE SECTION.
       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

       FD  ASET-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASET-REC.
           COPY ASET0001.
