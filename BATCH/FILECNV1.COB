           05  FILLER                    PIC X(65).

       FD  NEW-TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY
           05  FILLER                    PIC X(51).

       FD  NEW-SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-SVC-REC.
           COPY SVCCAT01 REPLACING LEADING ==SVC-== BY ==NEW-SVC-==.
           05  FILLER                    PIC X(410).

       FD  NEW-NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NEW-NAM-REC.
           COPY NAMEFILE.
