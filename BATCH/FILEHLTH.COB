       01  FH-USERID REDEFINES UAF-REC   PIC X(08).

       FD  NAME-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAME-REC                      PIC X(500).
       01  FH-KEY1 REDEFINES NAME-REC    PIC X(06).

       FD  SITE-FILE
