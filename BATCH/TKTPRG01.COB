       DATA DIVISION.
       FILE SECTION.
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
      *    Keyed archive mirrors of the live files - same copybooks,
      *    different name prefixes so both sets can be open at once.
       FD  ARCM-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCM-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==ARCM-==.

       FD  ARCD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCD-REC.
           COPY TICKD0001 REPLACING LEADING ==TICKD-== BY ==ARCD-==.
