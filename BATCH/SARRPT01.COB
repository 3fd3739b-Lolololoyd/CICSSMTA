       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARRPT01.
      ******************************************************************
      *DESCRIPTION: Data-privacy subject access report - the companion  *
      *             to the NAMERS01 erasure run: given a NAMEFILE       *
      *             region+code, a userid, or both, gathers everything  *
      *             held about that person into one sectioned report    *
      *             that can be handed over as it stands:               *
      *               1  the NAMEFILE record                            *
      *               2  its named0001 comment history                  *
      *               3  its namh0001 audit before-images               *
      *               4  its cnfs0001 confirmation replies              *
      *               5  tickets, live (tktm0001) and archived          *
      *                  (tkam0001), where the userid is requestor or   *
      *                  the contact's SHORT-NAME is TICKET-CONTACT     *
      *               6  work-log lines the userid entered, live        *
      *                  (tktd0001) and archived (tkad0001)             *
      *               7  the uprf0001 profile                           *
      *               8  the sess0001 session record                    *
      *               9  sech0001 security events for the userid       *
      *              10  srvy0001 survey responses on the tickets the   *
      *                  userid requested                               *
      *             Sections that need the half of the parameter not    *
      *             given say so. Every source file but NAMEFILE and    *
      *             the live ticket files is opened softly - one not    *
      *             there is noted in its section, not skipped quietly. *
      *             Nothing is updated.                                 *
      *    Parameter: positions 1-6 region+code, 7-14 userid - either   *
      *    may be blank but not both, e.g. 'AA0001JSMITH  ' or          *
      *    '      JSMITH  '.                                            *
      *    No restart/checkpoint handling - read-only, simply rerun.    *
      *    The contact's personal fields are decrypted with the entry's*
      *    nkey0001 key version - the subject is shown what is held,   *
      *    not its stored form.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAM-FILE ASSIGN TO NAMEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY1
               ALTERNATE RECORD KEY IS KEY2 WITH DUPLICATES
               FILE STATUS IS WS-NAM-STATUS.
           SELECT NKEY-FILE ASSIGN TO NKEY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKEY-ID
               FILE STATUS IS WS-NKEY-STATUS.
           SELECT NAMED-FILE ASSIGN TO NAMED0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAMED-KEY
               FILE STATUS IS WS-NAMED-STATUS.
           SELECT NAMH-FILE ASSIGN TO NAMH0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAMH-KEY
               FILE STATUS IS WS-NAMH-STATUS.
           SELECT CNFS-FILE ASSIGN TO CNFS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNFS-KEY
               FILE STATUS IS WS-CNFS-STATUS.
           SELECT TKT-FILE ASSIGN TO TKTM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKT-NUM
               FILE STATUS IS WS-TKT-STATUS.
           SELECT ARCM-FILE ASSIGN TO TKAM0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCM-NUM
               FILE STATUS IS WS-ARCM-STATUS.
           SELECT TICKD-FILE ASSIGN TO TKTD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TICKD-KEY
               FILE STATUS IS WS-TICKD-STATUS.
           SELECT ARCD-FILE ASSIGN TO TKAD0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCD-KEY
               FILE STATUS IS WS-ARCD-STATUS.
           SELECT UPRF-FILE ASSIGN TO UPRF0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPRF-USERID
               FILE STATUS IS WS-UPRF-STATUS.
           SELECT SESS-FILE ASSIGN TO SESS0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-USERID
               FILE STATUS IS WS-SESS-STATUS.
           SELECT SECH-FILE ASSIGN TO SECH0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SECH-KEY
               FILE STATUS IS WS-SECH-STATUS.
           SELECT SRVY-FILE ASSIGN TO SRVY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRVY-TICKET-NUM
               FILE STATUS IS WS-SRVY-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.

       FD  NKEY-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NKEY-REC.
           COPY NKEY0001.

       FD  NAMED-FILE
           RECORD CONTAINS 91 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMED-REC.
           COPY NAMED0001.

       FD  NAMH-FILE
           RECORD CONTAINS 492 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMH-REC.
           COPY NAMHST01.

       FD  CNFS-FILE
           RECORD CONTAINS 400 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CNFS-REC.
           COPY CNFS0001.

       FD  TKT-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==TKT-==.

      *    Keyed archive mirrors of the live files - same copybooks,
      *    different name prefixes so both sets can be open at once.
       FD  ARCM-FILE
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCM-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==ARCM-==.

       FD  TICKD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TICKD-REC.
           COPY TICKD0001.

       FD  ARCD-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCD-REC.
           COPY TICKD0001 REPLACING LEADING ==TICKD-== BY ==ARCD-==.

       FD  UPRF-FILE
           RECORD CONTAINS 38 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  UPRF-REC.
           COPY UPRF0001.

       FD  SESS-FILE
           RECORD CONTAINS 41 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SESS-REC.
           COPY SESSION1.

       FD  SECH-FILE
           RECORD CONTAINS 76 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SECH-REC.
           COPY SECHST01.

       FD  SRVY-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SRVY-REC.
           COPY SRVY0001.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-NAM-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-NKEY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAMED-STATUS               PIC X(02) VALUE SPACES.
       01  WS-NAMED-OPEN                 PIC X(01) VALUE 'N'.
       01  WS-NAMH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-NAMH-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-CNFS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CNFS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TKT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-ARCM-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ARCM-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-TICKD-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ARCD-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ARCD-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-UPRF-STATUS                PIC X(02) VALUE SPACES.
       01  WS-UPRF-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-SESS-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SESS-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-SECH-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SECH-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-SRVY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-SRVY-OPEN                  PIC X(01) VALUE 'N'.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-EOF                        PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-PARM                       PIC X(14) VALUE SPACES.
       01  WS-PARM-X REDEFINES WS-PARM.
           05  WS-TARGET-KEY.
               10  WS-TARGET-REGION      PIC X(02).
               10  WS-TARGET-CODE        PIC X(04).
           05  WS-TARGET-USER            PIC X(08).
       01  WS-TARGET-SHORT               PIC X(10) VALUE SPACES.
       01  WS-NAM-FOUND                  PIC X(01) VALUE 'N'.
       01  WS-SECT-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-AS-REQUESTOR               PIC X(01) VALUE 'N'.
       01  WS-AS-CONTACT                 PIC X(01) VALUE 'N'.
       01  WS-SOURCE                     PIC X(07) VALUE SPACES.
       01  WS-GRAND-COUNT                PIC 9(06) VALUE ZERO.

      *    The tickets the userid requested, for the survey section.
       01  WS-REQ-MAX                    PIC 9(04) VALUE 2000.
       01  WS-REQ-COUNT                  PIC 9(04) VALUE ZERO.
       01  WS-REQ-IX                     PIC 9(04) VALUE ZERO.
       01  WS-REQ-OVFL                   PIC 9(06) VALUE ZERO.
       01  WS-REQ-TABLE.
           05  WS-REQ-TICKET             PIC X(06) OCCURS 2000 TIMES.

      *    Live and archived records land here so one paragraph
      *    judges and prints both.
       01  WS-TKT-REC.
           COPY TICKF0001 REPLACING LEADING ==TICKET-== BY ==WT-==.
       01  WS-TKD-REC.
           COPY TICKD0001 REPLACING LEADING ==TICKD-== BY ==WD-==.

       01  WS-HEAD1.
           05  FILLER                    PIC X(26) VALUE
               'SUBJECT ACCESS REPORT - '.
           05  FILLER                    PIC X(08) VALUE 'CONTACT '.
           05  H1-KEY                    PIC X(06).
           05  FILLER                    PIC X(09) VALUE '  USERID'.
           05  H1-USER                   PIC X(08).
           05  FILLER                    PIC X(12) VALUE '  RUN DATE'.
           05  H1-DATE                   PIC 9(08).
           05  FILLER                    PIC X(55) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-TITLE                  PIC X(70).
           05  FILLER                    PIC X(62) VALUE SPACES.

       01  WS-FIELD-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FL-LABEL                  PIC X(20).
           05  FL-VALUE                  PIC X(60).
           05  FILLER                    PIC X(48) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  NL-TEXT                   PIC X(128).

       01  WS-COUNT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(16) VALUE
               'RECORDS FOUND:'.
           05  CL-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(105) VALUE SPACES.

       01  WS-STAMP-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ST-DATE                   PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  ST-TIME                   PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ST-TEXT                   PIC X(60).
           05  FILLER                    PIC X(53) VALUE SPACES.

       01  WS-HEAD-COMMENT.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'SEQ'.
           05  FILLER                    PIC X(09) VALUE 'DATE'.
           05  FILLER                    PIC X(08) VALUE 'TIME'.
           05  FILLER                    PIC X(10) VALUE 'BY'.
           05  FILLER                    PIC X(96) VALUE 'TEXT'.

       01  WS-COMMENT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  CD-SEQ                    PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CD-DATE                   PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CD-TIME                   PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CD-BY                     PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CD-TEXT                   PIC X(60).
           05  FILLER                    PIC X(36) VALUE SPACES.

       01  WS-HEAD-TICKET.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'SOURCE'.
           05  FILLER                    PIC X(08) VALUE 'TICKET'.
           05  FILLER                    PIC X(19) VALUE 'ROLE'.
           05  FILLER                    PIC X(03) VALUE 'ST'.
           05  FILLER                    PIC X(10) VALUE 'OPENED'.
           05  FILLER                    PIC X(10) VALUE 'SERVICE'.
           05  FILLER                    PIC X(70) VALUE 'SUMMARY'.

       01  WS-TICKET-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  TL-SOURCE                 PIC X(07).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  TL-NUM                    PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TL-ROLE                   PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TL-STATUS                 PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TL-OPEN-DATE              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TL-SVC                    PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TL-SUMMARY                PIC X(40).
           05  FILLER                    PIC X(30) VALUE SPACES.

       01  WS-HEAD-WORKLOG.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'SOURCE'.
           05  FILLER                    PIC X(07) VALUE 'TICKET'.
           05  FILLER                    PIC X(05) VALUE 'SEQ'.
           05  FILLER                    PIC X(09) VALUE 'DATE'.
           05  FILLER                    PIC X(08) VALUE 'TIME'.
           05  FILLER                    PIC X(91) VALUE 'TEXT'.

       01  WS-WORKLOG-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WL-SOURCE                 PIC X(07).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WL-TICKET                 PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WL-SEQ                    PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WL-DATE                   PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WL-TIME                   PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WL-TEXT                   PIC X(60).
           05  FILLER                    PIC X(31) VALUE SPACES.

       01  WS-HEAD-EVENT.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE 'DATE'.
           05  FILLER                    PIC X(08) VALUE 'TIME'.
           05  FILLER                    PIC X(06) VALUE 'TERM'.
           05  FILLER                    PIC X(06) VALUE 'TRAN'.
           05  FILLER                    PIC X(99) VALUE 'REASON'.

       01  WS-EVENT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  EV-DATE                   PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  EV-TIME                   PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  EV-TERMID                 PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  EV-TRANID                 PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  EV-REASON                 PIC X(40).
           05  FILLER                    PIC X(59) VALUE SPACES.

       01  WS-HEAD-SURVEY.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'TICKET'.
           05  FILLER                    PIC X(03) VALUE 'ST'.
           05  FILLER                    PIC X(10) VALUE 'INVITED'.
           05  FILLER                    PIC X(10) VALUE 'ANSWERED'.
           05  FILLER                    PIC X(07) VALUE 'SCORE'.
           05  FILLER                    PIC X(90) VALUE 'COMMENT'.

       01  WS-SURVEY-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  SV-TICKET                 PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SV-STATUS                 PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SV-SENT                   PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SV-RESP                   PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SV-SCORE                  PIC X(01).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  SV-COMMENT                PIC X(60).
           05  FILLER                    PIC X(30) VALUE SPACES.
       01  WS-NOKEY-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-CONTACT-RECORD
           PERFORM 250-COMMENT-HISTORY
           PERFORM 300-AUDIT-HISTORY
           PERFORM 350-CONFIRMATIONS
           PERFORM 400-TICKETS
           PERFORM 500-WORKLOG
           PERFORM 600-PROFILE
           PERFORM 650-SESSION
           PERFORM 700-SECURITY-EVENTS
           PERFORM 750-SURVEYS
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = SPACES
               DISPLAY 'SARRPT01 - REGION+CODE AND/OR USERID PARAMETER '
                   'REQUIRED'
               STOP RUN
           END-IF
           OPEN INPUT NAM-FILE
           IF WS-NAM-STATUS NOT = '00'
               DISPLAY 'SARRPT01 - ERROR OPENING NAMEFILE, STATUS='
                   WS-NAM-STATUS
               STOP RUN
           END-IF
           PERFORM 940-LOAD-KEYS
           OPEN INPUT TKT-FILE
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'SARRPT01 - ERROR OPENING TKTM0001, STATUS='
                   WS-TKT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT TICKD-FILE
           IF WS-TICKD-STATUS NOT = '00'
               DISPLAY 'SARRPT01 - ERROR OPENING TKTD0001, STATUS='
                   WS-TICKD-STATUS
               STOP RUN
           END-IF
           OPEN INPUT NAMED-FILE
           IF WS-NAMED-STATUS = '00'
               MOVE 'Y' TO WS-NAMED-OPEN
           END-IF
           OPEN INPUT NAMH-FILE
           IF WS-NAMH-STATUS = '00'
               MOVE 'Y' TO WS-NAMH-OPEN
           END-IF
           OPEN INPUT CNFS-FILE
           IF WS-CNFS-STATUS = '00'
               MOVE 'Y' TO WS-CNFS-OPEN
           END-IF
           OPEN INPUT ARCM-FILE
           IF WS-ARCM-STATUS = '00'
               MOVE 'Y' TO WS-ARCM-OPEN
           END-IF
           OPEN INPUT ARCD-FILE
           IF WS-ARCD-STATUS = '00'
               MOVE 'Y' TO WS-ARCD-OPEN
           END-IF
           OPEN INPUT UPRF-FILE
           IF WS-UPRF-STATUS = '00'
               MOVE 'Y' TO WS-UPRF-OPEN
           END-IF
           OPEN INPUT SESS-FILE
           IF WS-SESS-STATUS = '00'
               MOVE 'Y' TO WS-SESS-OPEN
           END-IF
           OPEN INPUT SECH-FILE
           IF WS-SECH-STATUS = '00'
               MOVE 'Y' TO WS-SECH-OPEN
           END-IF
           OPEN INPUT SRVY-FILE
           IF WS-SRVY-STATUS = '00'
               MOVE 'Y' TO WS-SRVY-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'SARRPT01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TARGET-KEY TO H1-KEY
           MOVE WS-TARGET-USER TO H1-USER
           MOVE WS-TODAY TO H1-DATE
           WRITE REPORT-LINE FROM WS-HEAD1.
       100-EXIT.
           EXIT.

      *    Report-building helpers - a section heading, a labelled
      *    value, a note, and the section's closing count.
       150-PUT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           MOVE ZERO TO WS-SECT-COUNT.
       150-EXIT.
           EXIT.

       155-PUT-FIELD.
           WRITE REPORT-LINE FROM WS-FIELD-LINE
           MOVE SPACES TO FL-LABEL FL-VALUE.
       155-EXIT.
           EXIT.

       160-PUT-NOTE.
           WRITE REPORT-LINE FROM WS-NOTE-LINE
           MOVE SPACES TO NL-TEXT.
       160-EXIT.
           EXIT.

       165-PUT-COUNT.
           MOVE WS-SECT-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           ADD WS-SECT-COUNT TO WS-GRAND-COUNT.
       165-EXIT.
           EXIT.

       170-NO-KEY-NOTE.
           MOVE 'NO REGION+CODE GIVEN - SECTION NOT APPLICABLE'
               TO NL-TEXT
           PERFORM 160-PUT-NOTE.
       170-EXIT.
           EXIT.

       175-NO-USER-NOTE.
           MOVE 'NO USERID GIVEN - SECTION NOT APPLICABLE' TO NL-TEXT
           PERFORM 160-PUT-NOTE.
       175-EXIT.
           EXIT.

       180-NO-FILE-NOTE.
           MOVE 'SOURCE FILE NOT AVAILABLE - RERUN WHEN IT IS ONLINE'
               TO NL-TEXT
           PERFORM 160-PUT-NOTE.
       180-EXIT.
           EXIT.

      *    The master record, every field as held. Its SHORT-NAME is
      *    kept - it is the TICKET-CONTACT stamp the ticket section
      *    matches on.
       200-CONTACT-RECORD.
           MOVE '1. CONTACT RECORD (NAMEFILE)' TO SL-TITLE
           PERFORM 150-PUT-SECTION
           EVALUATE TRUE
           WHEN WS-TARGET-KEY = SPACES
               PERFORM 170-NO-KEY-NOTE
           WHEN OTHER
               MOVE WS-TARGET-KEY TO KEY1
               READ NAM-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-NAM-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-NAM-FOUND
               END-READ
               IF WS-NAM-FOUND = 'Y'
                   PERFORM 950-DECRYPT-RECORD
                   MOVE SHORT-NAME TO WS-TARGET-SHORT
                   PERFORM 210-PRINT-CONTACT
                   MOVE 1 TO WS-SECT-COUNT
               END-IF
               PERFORM 165-PUT-COUNT
           END-EVALUATE.
       200-EXIT.
           EXIT.

       210-PRINT-CONTACT.
           MOVE 'REGION+CODE' TO FL-LABEL
           MOVE KEY1 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'SHORT NAME' TO FL-LABEL
           MOVE SHORT-NAME TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'NAME' TO FL-LABEL
           MOVE NAME TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'CONTACT NAME' TO FL-LABEL
           MOVE CONTACT-NAME TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'ADDRESS' TO FL-LABEL
           MOVE ADDRESS1 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE ADDRESS2 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE ADDRESS3 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE ADDRESS4 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'POSTAL CODE' TO FL-LABEL
           MOVE POSTAL-CODE TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'PHONE' TO FL-LABEL
           MOVE PHONE TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'FAX' TO FL-LABEL
           MOVE FAX TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'COMMENT' TO FL-LABEL
           MOVE COMMENT TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'NOTIFY ADDRESS' TO FL-LABEL
           MOVE NOTIFY-ADDRESS TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'ORGANIZATION' TO FL-LABEL
           MOVE ORG-ID TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'LAST CONFIRM SENT' TO FL-LABEL
           MOVE CONFIRM-SENT-DATE TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'LAST VERIFIED' TO FL-LABEL
           MOVE LAST-VERIFIED-DATE TO FL-VALUE
           PERFORM 155-PUT-FIELD.
       210-EXIT.
           EXIT.

      *    Comment-history lines under the key, oldest first.
       250-COMMENT-HISTORY.
           MOVE '2. CONTACT COMMENT HISTORY (NAMED0001)' TO SL-TITLE
           PERFORM 150-PUT-SECTION
           EVALUATE TRUE
           WHEN WS-TARGET-KEY = SPACES
               PERFORM 170-NO-KEY-NOTE
           WHEN WS-NAMED-OPEN = 'N'
               PERFORM 180-NO-FILE-NOTE
           WHEN OTHER
               WRITE REPORT-LINE FROM WS-HEAD-COMMENT
               MOVE 'N' TO WS-EOF
               MOVE WS-TARGET-REGION TO NAMED-REGION-CODE
               MOVE WS-TARGET-CODE TO NAMED-NAME-CODE
               MOVE LOW-VALUES TO NAMED-SEQ-NUM-X
               START NAMED-FILE KEY NOT LESS THAN NAMED-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NAMED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'Y'
                       IF NAMED-REGION-CODE = WS-TARGET-REGION
                           AND NAMED-NAME-CODE = WS-TARGET-CODE
                           MOVE NAMED-SEQ-NUM-X TO CD-SEQ
                           MOVE NAMED-ENTERED-DATE TO CD-DATE
                           MOVE NAMED-ENTERED-TIME TO CD-TIME
                           MOVE NAMED-ENTERED-BY TO CD-BY
                           MOVE NAMED-TEXT TO CD-TEXT
                           WRITE REPORT-LINE FROM WS-COMMENT-LINE
                           ADD 1 TO WS-SECT-COUNT
                       ELSE
                           MOVE 'Y' TO WS-EOF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 165-PUT-COUNT
           END-EVALUATE.
       250-EXIT.
           EXIT.

      *    The audit before-images are keyed by date+time, not by the
      *    entry they describe, so the whole file is walked, as the
      *    erasure run walks it. Each image is printed in full - it is
      *    personal data held in its own right.
       300-AUDIT-HISTORY.
           MOVE '3. CONTACT CHANGE AUDIT (NAMH0001)' TO SL-TITLE
           PERFORM 150-PUT-SECTION
           EVALUATE TRUE
           WHEN WS-TARGET-KEY = SPACES
               PERFORM 170-NO-KEY-NOTE
           WHEN WS-NAMH-OPEN = 'N'
               PERFORM 180-NO-FILE-NOTE
           WHEN OTHER
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO NAMH-KEY
               START NAMH-FILE KEY NOT LESS THAN NAMH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NAMH-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'Y'
                       AND NAMH-REGION-CODE = WS-TARGET-REGION
                       AND NAMH-NAME-CODE = WS-TARGET-CODE
                       PERFORM 310-PRINT-IMAGE
                       ADD 1 TO WS-SECT-COUNT
                   END-IF
               END-PERFORM
               PERFORM 165-PUT-COUNT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       310-PRINT-IMAGE.
           MOVE SPACES TO WS-STAMP-LINE
           MOVE NAMH-DATE TO ST-DATE
           MOVE NAMH-TIME TO ST-TIME
           STRING 'BEFORE-IMAGE, ACTION ' NAMH-ACTION
                  ' FROM TERMINAL ' NAMH-TERMID
               DELIMITED BY SIZE INTO ST-TEXT
           END-STRING
           WRITE REPORT-LINE FROM WS-STAMP-LINE
           MOVE 'SHORT NAME' TO FL-LABEL
           MOVE NAMH-SHORT-NAME TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'NAME' TO FL-LABEL
           MOVE NAMH-NAME TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'CONTACT NAME' TO FL-LABEL
           MOVE NAMH-CONTACT-NAME TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'ADDRESS' TO FL-LABEL
           MOVE NAMH-ADDRESS1 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE NAMH-ADDRESS2 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE NAMH-ADDRESS3 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE NAMH-ADDRESS4 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'POSTAL CODE' TO FL-LABEL
           MOVE NAMH-POSTAL-CODE TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'PHONE' TO FL-LABEL
           MOVE NAMH-PHONE TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'FAX' TO FL-LABEL
           MOVE NAMH-FAX TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'COMMENT' TO FL-LABEL
           MOVE NAMH-COMMENT TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'NOTIFY ADDRESS' TO FL-LABEL
           MOVE NAMH-NOTIFY-ADDRESS TO FL-VALUE
           PERFORM 155-PUT-FIELD.
       310-EXIT.
           EXIT.

      *    The reply to the yearly confirmation request is kept
      *    against the key whether it was applied or not, so it is
      *    shown whatever its review status.
       350-CONFIRMATIONS.
           MOVE '4. CONTACT CONFIRMATION REPLIES (CNFS0001)'
               TO SL-TITLE
           PERFORM 150-PUT-SECTION
           EVALUATE TRUE
           WHEN WS-TARGET-KEY = SPACES
               PERFORM 170-NO-KEY-NOTE
           WHEN WS-CNFS-OPEN = 'N'
               PERFORM 180-NO-FILE-NOTE
           WHEN OTHER
               MOVE WS-TARGET-KEY TO CNFS-KEY
               READ CNFS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 360-PRINT-REPLY
                       MOVE 1 TO WS-SECT-COUNT
               END-READ
               PERFORM 165-PUT-COUNT
           END-EVALUATE.
       350-EXIT.
           EXIT.

       360-PRINT-REPLY.
           MOVE 'RECEIVED' TO FL-LABEL
           MOVE CNFS-RECEIVED-DATE TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'SENT FROM' TO FL-LABEL
           MOVE CNFS-SENDER TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'ADDRESS' TO FL-LABEL
           MOVE CNFS-ADDRESS1 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE CNFS-ADDRESS2 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE CNFS-ADDRESS3 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE CNFS-ADDRESS4 TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'POSTAL CODE' TO FL-LABEL
           MOVE CNFS-POSTAL-CODE TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'PHONE' TO FL-LABEL
           MOVE CNFS-PHONE TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'NOTIFY ADDRESS' TO FL-LABEL
           MOVE CNFS-NOTIFY-ADDRESS TO FL-VALUE
           PERFORM 155-PUT-FIELD
           MOVE 'REVIEW STATUS' TO FL-LABEL
           EVALUATE TRUE
           WHEN CNFS-PENDING
               MOVE 'PENDING' TO FL-VALUE
           WHEN CNFS-ACCEPTED
               MOVE 'ACCEPTED' TO FL-VALUE
           WHEN CNFS-REJECTED
               MOVE 'REJECTED' TO FL-VALUE
           WHEN OTHER
               MOVE CNFS-STATUS TO FL-VALUE
           END-EVALUATE
           PERFORM 155-PUT-FIELD
           IF NOT CNFS-PENDING
               MOVE 'REVIEWED BY' TO FL-LABEL
               MOVE CNFS-REVIEWED-BY TO FL-VALUE
               PERFORM 155-PUT-FIELD
               MOVE 'REVIEWED ON' TO FL-LABEL
               MOVE CNFS-REVIEWED-DATE TO FL-VALUE
               PERFORM 155-PUT-FIELD
           END-IF.
       360-EXIT.
           EXIT.

      *    Both ticket files front to back - requestor is the userid,
      *    contact is the NAMEFILE entry's SHORT-NAME stamp.
       400-TICKETS.
           MOVE '5. TICKETS AS REQUESTOR OR CONTACT (TKTM0001/TKAM0001)'
               TO SL-TITLE
           PERFORM 150-PUT-SECTION
           IF WS-TARGET-KEY NOT = SPACES AND WS-TARGET-SHORT = SPACES
               MOVE 'CONTACT NOT ON NAMEFILE - MATCHED ON USERID ONLY'
                   TO NL-TEXT
               PERFORM 160-PUT-NOTE
           END-IF
           EVALUATE TRUE
           WHEN WS-TARGET-USER = SPACES AND WS-TARGET-SHORT = SPACES
               MOVE 'NO USERID OR NAMEFILE CONTACT TO MATCH ON'
                   TO NL-TEXT
               PERFORM 160-PUT-NOTE
           WHEN OTHER
               WRITE REPORT-LINE FROM WS-HEAD-TICKET
               MOVE 'LIVE' TO WS-SOURCE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO TKT-NUM
               START TKT-FILE KEY NOT LESS THAN TKT-NUM
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TKT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'Y'
                       MOVE TKT-REC TO WS-TKT-REC
                       PERFORM 410-CHECK-TICKET
                   END-IF
               END-PERFORM
               IF WS-ARCM-OPEN = 'Y'
                   PERFORM 420-ARCHIVED-TICKETS
               ELSE
                   MOVE 'ARCHIVE TKAM0001 NOT AVAILABLE - LIVE TICKETS'
                       & ' ONLY' TO NL-TEXT
                   PERFORM 160-PUT-NOTE
               END-IF
               PERFORM 165-PUT-COUNT
               IF WS-REQ-OVFL > ZERO
                   MOVE SPACES TO NL-TEXT
                   STRING 'MORE THAN ' WS-REQ-MAX ' REQUESTED - '
                          WS-REQ-OVFL ' NOT CHECKED FOR SURVEYS'
                       DELIMITED BY SIZE INTO NL-TEXT
                   END-STRING
                   PERFORM 160-PUT-NOTE
               END-IF
           END-EVALUATE.
       400-EXIT.
           EXIT.

       410-CHECK-TICKET.
           MOVE 'N' TO WS-AS-REQUESTOR WS-AS-CONTACT
           IF WS-TARGET-USER NOT = SPACES
               AND WT-REQUESTOR = WS-TARGET-USER
               MOVE 'Y' TO WS-AS-REQUESTOR
           END-IF
           IF WS-TARGET-SHORT NOT = SPACES
               AND WT-CONTACT = WS-TARGET-SHORT
               MOVE 'Y' TO WS-AS-CONTACT
           END-IF
           IF WS-AS-REQUESTOR = 'Y' OR WS-AS-CONTACT = 'Y'
               MOVE WS-SOURCE TO TL-SOURCE
               MOVE WT-NUM TO TL-NUM
               EVALUATE TRUE
               WHEN WS-AS-REQUESTOR = 'Y' AND WS-AS-CONTACT = 'Y'
                   MOVE 'REQUESTOR+CONTACT' TO TL-ROLE
               WHEN WS-AS-REQUESTOR = 'Y'
                   MOVE 'REQUESTOR' TO TL-ROLE
               WHEN OTHER
                   MOVE 'CONTACT' TO TL-ROLE
               END-EVALUATE
               MOVE WT-STATUS TO TL-STATUS
               MOVE WT-OPEN-DATE TO TL-OPEN-DATE
               MOVE WT-SVC-CODE TO TL-SVC
               MOVE WT-SUMMARY TO TL-SUMMARY
               WRITE REPORT-LINE FROM WS-TICKET-LINE
               ADD 1 TO WS-SECT-COUNT
           END-IF
           IF WS-AS-REQUESTOR = 'Y'
               IF WS-REQ-COUNT < WS-REQ-MAX
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WT-NUM TO WS-REQ-TICKET(WS-REQ-COUNT)
               ELSE
                   ADD 1 TO WS-REQ-OVFL
               END-IF
           END-IF.
       410-EXIT.
           EXIT.

       420-ARCHIVED-TICKETS.
           MOVE 'ARCHIVE' TO WS-SOURCE
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ARCM-NUM
           START ARCM-FILE KEY NOT LESS THAN ARCM-NUM
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   MOVE ARCM-REC TO WS-TKT-REC
                   PERFORM 410-CHECK-TICKET
               END-IF
           END-PERFORM.
       420-EXIT.
           EXIT.

      *    Work-log lines are keyed by ticket, not by who wrote them,
      *    so both detail files are walked whole.
       500-WORKLOG.
           MOVE '6. WORK-LOG LINES ENTERED (TKTD0001/TKAD0001)'
               TO SL-TITLE
           PERFORM 150-PUT-SECTION
           IF WS-TARGET-USER = SPACES
               PERFORM 175-NO-USER-NOTE
           ELSE
               WRITE REPORT-LINE FROM WS-HEAD-WORKLOG
               MOVE 'LIVE' TO WS-SOURCE
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO TICKD-KEY
               START TICKD-FILE KEY NOT LESS THAN TICKD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TICKD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'Y'
                       MOVE TICKD-REC TO WS-TKD-REC
                       PERFORM 510-CHECK-LINE
                   END-IF
               END-PERFORM
               IF WS-ARCD-OPEN = 'Y'
                   PERFORM 520-ARCHIVED-LINES
               ELSE
                   MOVE 'ARCHIVE TKAD0001 NOT AVAILABLE - LIVE LINES'
                       & ' ONLY' TO NL-TEXT
                   PERFORM 160-PUT-NOTE
               END-IF
               PERFORM 165-PUT-COUNT
           END-IF.
       500-EXIT.
           EXIT.

       510-CHECK-LINE.
           IF WD-ENTERED-BY = WS-TARGET-USER
               MOVE WS-SOURCE TO WL-SOURCE
               MOVE WD-TICKET-NUM TO WL-TICKET
               MOVE WD-SEQ-NUM-X TO WL-SEQ
               MOVE WD-ENTERED-DATE TO WL-DATE
               MOVE WD-ENTERED-TIME TO WL-TIME
               MOVE WD-TEXT TO WL-TEXT
               WRITE REPORT-LINE FROM WS-WORKLOG-LINE
               ADD 1 TO WS-SECT-COUNT
           END-IF.
       510-EXIT.
           EXIT.

       520-ARCHIVED-LINES.
           MOVE 'ARCHIVE' TO WS-SOURCE
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ARCD-KEY
           START ARCD-FILE KEY NOT LESS THAN ARCD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                   MOVE ARCD-REC TO WS-TKD-REC
                   PERFORM 510-CHECK-LINE
               END-IF
           END-PERFORM.
       520-EXIT.
           EXIT.

       600-PROFILE.
           MOVE '7. USER PROFILE (UPRF0001)' TO SL-TITLE
           PERFORM 150-PUT-SECTION
           EVALUATE TRUE
           WHEN WS-TARGET-USER = SPACES
               PERFORM 175-NO-USER-NOTE
           WHEN WS-UPRF-OPEN = 'N'
               PERFORM 180-NO-FILE-NOTE
           WHEN OTHER
               MOVE WS-TARGET-USER TO UPRF-USERID
               READ UPRF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'USERID' TO FL-LABEL
                       MOVE UPRF-USERID TO FL-VALUE
                       PERFORM 155-PUT-FIELD
                       MOVE 'NAME' TO FL-LABEL
                       MOVE UPRF-NAME TO FL-VALUE
                       PERFORM 155-PUT-FIELD
                       MOVE 'DEPARTMENT' TO FL-LABEL
                       MOVE UPRF-DEPT TO FL-VALUE
                       PERFORM 155-PUT-FIELD
                       MOVE 'MANAGER USERID' TO FL-LABEL
                       MOVE UPRF-MGR-USERID7 TO FL-VALUE
                       PERFORM 155-PUT-FIELD
                       MOVE 1 TO WS-SECT-COUNT
               END-READ
               PERFORM 165-PUT-COUNT
           END-EVALUATE.
       600-EXIT.
           EXIT.

       650-SESSION.
           MOVE '8. SESSION RECORD (SESS0001)' TO SL-TITLE
           PERFORM 150-PUT-SECTION
           EVALUATE TRUE
           WHEN WS-TARGET-USER = SPACES
               PERFORM 175-NO-USER-NOTE
           WHEN WS-SESS-OPEN = 'N'
               PERFORM 180-NO-FILE-NOTE
           WHEN OTHER
               MOVE WS-TARGET-USER TO SESS-USERID
               READ SESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'TERMINAL' TO FL-LABEL
                       MOVE SESS-TERMID TO FL-VALUE
                       PERFORM 155-PUT-FIELD
                       MOVE 'SIGNED ON' TO FL-LABEL
                       STRING SESS-SIGNON-DATE ' ' SESS-SIGNON-TIME
                           DELIMITED BY SIZE INTO FL-VALUE
                       END-STRING
                       PERFORM 155-PUT-FIELD
                       MOVE 'LAST ACTIVITY' TO FL-LABEL
                       STRING SESS-LAST-DATE ' ' SESS-LAST-TIME
                           DELIMITED BY SIZE INTO FL-VALUE
                       END-STRING
                       PERFORM 155-PUT-FIELD
                       MOVE 'FORCED OFF' TO FL-LABEL
                       MOVE SESS-FORCE-OFF TO FL-VALUE
                       PERFORM 155-PUT-FIELD
                       MOVE 1 TO WS-SECT-COUNT
               END-READ
               PERFORM 165-PUT-COUNT
           END-EVALUATE.
       650-EXIT.
           EXIT.

      *    Keyed date+time, so walked whole for the userid.
       700-SECURITY-EVENTS.
           MOVE '9. SECURITY EVENTS (SECH0001)' TO SL-TITLE
           PERFORM 150-PUT-SECTION
           EVALUATE TRUE
           WHEN WS-TARGET-USER = SPACES
               PERFORM 175-NO-USER-NOTE
           WHEN WS-SECH-OPEN = 'N'
               PERFORM 180-NO-FILE-NOTE
           WHEN OTHER
               WRITE REPORT-LINE FROM WS-HEAD-EVENT
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO SECH-KEY
               START SECH-FILE KEY NOT LESS THAN SECH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SECH-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                   END-READ
                   IF WS-EOF NOT = 'Y'
                       AND SECH-USERID = WS-TARGET-USER
                       MOVE SECH-DATE TO EV-DATE
                       MOVE SECH-TIME TO EV-TIME
                       MOVE SECH-TERMID TO EV-TERMID
                       MOVE SECH-TRANID TO EV-TRANID
                       MOVE SECH-REASON TO EV-REASON
                       WRITE REPORT-LINE FROM WS-EVENT-LINE
                       ADD 1 TO WS-SECT-COUNT
                   END-IF
               END-PERFORM
               PERFORM 165-PUT-COUNT
           END-EVALUATE.
       700-EXIT.
           EXIT.

      *    Survey answers come from the requestor - one read per
      *    ticket gathered in the ticket section.
       750-SURVEYS.
           MOVE '10. SURVEY RESPONSES (SRVY0001)' TO SL-TITLE
           PERFORM 150-PUT-SECTION
           EVALUATE TRUE
           WHEN WS-TARGET-USER = SPACES
               PERFORM 175-NO-USER-NOTE
           WHEN WS-SRVY-OPEN = 'N'
               PERFORM 180-NO-FILE-NOTE
           WHEN OTHER
               WRITE REPORT-LINE FROM WS-HEAD-SURVEY
               PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                       UNTIL WS-REQ-IX > WS-REQ-COUNT
                   MOVE WS-REQ-TICKET(WS-REQ-IX) TO SRVY-TICKET-NUM
                   READ SRVY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 760-PRINT-SURVEY
                   END-READ
               END-PERFORM
               PERFORM 165-PUT-COUNT
           END-EVALUATE.
       750-EXIT.
           EXIT.

       760-PRINT-SURVEY.
           MOVE SRVY-TICKET-NUM TO SV-TICKET
           MOVE SRVY-STATUS TO SV-STATUS
           MOVE SRVY-SENT-DATE TO SV-SENT
           MOVE SPACES TO SV-RESP SV-SCORE
           IF SRVY-RESPONDED
               MOVE SRVY-RESP-DATE TO SV-RESP
               MOVE SRVY-SCORE TO SV-SCORE
           END-IF
           MOVE SRVY-COMMENT TO SV-COMMENT
           WRITE REPORT-LINE FROM WS-SURVEY-LINE
           ADD 1 TO WS-SECT-COUNT.
       760-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-NOKEY-COUNT > ZERO
               DISPLAY 'SARRPT01 - ENTRIES WITH NO KEY ON NKEY0001: '
                   WS-NOKEY-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '*** END OF SUBJECT ACCESS REPORT ***' TO SL-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           DISPLAY 'SARRPT01 - ' WS-PARM
               ' RECORDS REPORTED: ' WS-GRAND-COUNT
           CLOSE NAM-FILE
           CLOSE TKT-FILE
           CLOSE TICKD-FILE
           IF WS-NAMED-OPEN = 'Y'
               CLOSE NAMED-FILE
           END-IF
           IF WS-NAMH-OPEN = 'Y'
               CLOSE NAMH-FILE
           END-IF
           IF WS-CNFS-OPEN = 'Y'
               CLOSE CNFS-FILE
           END-IF
           IF WS-ARCM-OPEN = 'Y'
               CLOSE ARCM-FILE
           END-IF
           IF WS-ARCD-OPEN = 'Y'
               CLOSE ARCD-FILE
           END-IF
           IF WS-UPRF-OPEN = 'Y'
               CLOSE UPRF-FILE
           END-IF
           IF WS-SESS-OPEN = 'Y'
               CLOSE SESS-FILE
           END-IF
           IF WS-SECH-OPEN = 'Y'
               CLOSE SECH-FILE
           END-IF
           IF WS-SRVY-OPEN = 'Y'
               CLOSE SRVY-FILE
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.

      *    nkey0001 is read once into the key table; no key file
      *    just means nothing on NAMEFILE has been encrypted yet.
       940-LOAD-KEYS.
           MOVE SPACES TO NCR-KEY-TABLE
           MOVE SPACES TO NCR-CURRENT
           OPEN INPUT NKEY-FILE
           IF WS-NKEY-STATUS = '00'
               PERFORM 945-READ-KEYS THRU 945-EXIT
               CLOSE NKEY-FILE
           END-IF.
       940-EXIT.
           EXIT.

       945-READ-KEYS.
           COPY NAMCRLD1.
           CONTINUE.
       945-EXIT.
           EXIT.

      *    The personal fields come back clear under the key version
      *    the entry carries. An entry whose key is not on nkey0001
      *    is counted and treated as holding no details at all.
       950-DECRYPT-RECORD.
           MOVE 'N' TO NCR-KEY-SW
           IF CRYPT-KEY-VERSION IS NUMERIC
               AND CRYPT-KEY-VERSION NOT = '00'
               MOVE CRYPT-KEY-VERSION TO NCR-VERSION
               IF NCR-KEY-ENTRY(NCR-VERSION-9) = SPACES
                   MOVE 'Y' TO NCR-KEY-SW
                   ADD 1 TO WS-NOKEY-COUNT
                   MOVE SPACES TO ADDRESS1 ADDRESS2 ADDRESS3 ADDRESS4
                   MOVE SPACES TO PHONE FAX NOTIFY-ADDRESS
               ELSE
                   MOVE NCR-KEY-ENTRY(NCR-VERSION-9) TO NCR-KEY
                   MOVE 'D' TO NCR-MODE
                   PERFORM 970-TRANSFORM-RECORD
                   MOVE '00' TO CRYPT-KEY-VERSION
               END-IF
           END-IF.
       950-EXIT.
           EXIT.

       970-TRANSFORM-RECORD.
           COPY NAMCRYP1.
           CONTINUE.
       970-EXIT.
           EXIT.
