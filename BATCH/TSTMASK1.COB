           05  TST-PIN                   PIC X(04).

       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

       FD  NAMT-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TNM-REC.
           COPY NAMEFILE REPLACING LEADING ==KEY1== BY ==TNM-KEY1==
               ==PHONE== BY ==TNM-PHONE==
               ==FAX== BY ==TNM-FAX==
               ==COMMENT== BY ==TNM-COMMENT==
               ==NOTIFY-ADDRESS== BY ==TNM-NOTIFY-ADDRESS==
               ==ORG-ID== BY ==TNM-ORG-ID==
               ==CONFIRM-SENT-DATE== BY ==TNM-CONFIRM-SENT-DATE==
               ==LAST-VERIFIED-DATE== BY ==TNM-LAST-VERIFIED-DATE==
               ==CRYPT-KEY-VERSION== BY ==TNM-CRYPT-KEY-VERSION==.

       WORKING-STORAGE SECTION.
       01  WS-UAF-STATUS                 PIC X(02) VALUE SPACES.
