      *    Restart/checkpoint: follows the same RESTART-FILE/WS-CKPT-  *
      *    FREQ convention UAFRPT01 established - see 110-CHECK-RESTART*
      *    and 230-CHECKPOINT.                                         *
      *    Address lines, phone and fax are exported as stored on      *
      *    NAMEFILE - encrypted, with the entry's KEY_VERSION as the   *
      *    last column - so the extract never carries them in the      *
      *    clear.                                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  NAM-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEFILE-REC.
           COPY NAMEFILE.
       01  WS-CSV-LINE                   PIC X(600).
       01  WS-CSV-LEN                    PIC 9(4) COMP.

       01  WS-HEAD-LINE                  PIC X(150) VALUE
           'REGION_CODE,NAME_CODE,SHORT_NAME,NAME,CONTACT_NAME,ADDRESS1,
      -    'ADDRESS2,ADDRESS3,ADDRESS4,POSTAL_CODE,PHONE,FAX,COMMENT,KEY
      -    '_VERSION'.

       PROCEDURE DIVISION.
       000-MAIN.
      *    current NAMEFILE entry. Every field is wrapped in quotes so
      *    a comma inside a free-text field (an address line, say)
      *    doesn't get mistaken for a column separator by a downstream
      *    CSV reader. The address lines, phone and fax go out as they
      *    are stored - encrypted under the key version in the last
      *    column - so the extract never carries them in the clear.
       220-BUILD-CSV-LINE.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-LEN
                   FUNCTION TRIM(POSTAL-CODE) '","'
                   FUNCTION TRIM(PHONE) '","'
                   FUNCTION TRIM(FAX) '","'
                   FUNCTION TRIM(COMMENT) '","'
                   FUNCTION TRIM(CRYPT-KEY-VERSION) '"'
               DELIMITED BY SIZE INTO WS-CSV-LINE
               WITH POINTER WS-CSV-LEN
           END-STRING
