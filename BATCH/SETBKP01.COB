           05  FILLER                    PIC X(33).

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           05  TKT-KEY                   PIC X(06).
           05  FILLER                    PIC X(294).

       FD  TICKD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TICKD-REC.
           05  TICKD-KEY                 PIC X(09).
           05  FILLER                    PIC X(111).

       FD  TKTC-FILE
           RECORD CONTAINS 13 CHARACTERS
           05  FILLER                    PIC X(07).

       FD  SVC-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVC-REC.
           05  SVC-KEY                   PIC X(08).
           05  FILLER                    PIC X(112).

       FD  RESL-FILE
           RECORD CONTAINS 35 CHARACTERS
       01  BKPU-REC                      PIC X(41).

       FD  BKPM-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BKPM-REC                      PIC X(300).

       FD  BKPD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BKPD-REC                      PIC X(120).

       FD  BKPC-FILE
           RECORD CONTAINS 13 CHARACTERS
       01  BKPC-REC                      PIC X(13).

       FD  BKPS-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BKPS-REC                      PIC X(120).

       FD  BKPR-FILE
           RECORD CONTAINS 35 CHARACTERS
