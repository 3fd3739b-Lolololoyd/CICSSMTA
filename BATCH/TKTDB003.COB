       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE
           RECORD CONTAINS 326 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  JRNL-REC.
           COPY JRNL0001.
