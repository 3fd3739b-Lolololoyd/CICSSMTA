      *             operator screen. Works through every spol0001      *
      *             request QUEUED for this terminal: renders the      *
      *             NAMEFILE listing (all records, or the one record   *
      *             the request names - either way only contacts       *
      *             inside the requesting user's ureg0001 region       *
      *             scope) as SEND TEXT lines to the                   *
      *             printer, then marks the request PRINTED - or       *
      *             FAILED when the terminal will not take the output, *
      *             leaving it on the queue for the operator screen    *
      *             PRINTED resets the failure count, FAILED bumps     *
      *             it. An unregistered printer behaves the            *
      *             pre-registry way.                                  *
      *             The listing's phone is decrypted with each         *
      *             record's nkey0001 key version before it prints.    *
      *             A report request (mode R, queued by RPTDST01 for   *
      *             a subscriber) prints that run of the report off    *
      *             rptr0001 whole instead of a NAMEFILE listing - a   *
      *             run no longer on file marks the request FAILED.    *
      *             A backup registered as a mail entry (type M) takes *
      *             the queue without a START - SPLMAL01 mails its     *
      *             requests to the requesting users instead.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-BKP-ACTIVE             PIC X(01).
           05  WS-BKP-BACKUP             PIC X(04).
           05  WS-BKP-FAIL-COUNT         PIC 9(03).
           05  WS-BKP-TYPE               PIC X(01).
       01  WS-NAMEFILE-REC.
           COPY NAMEFILE.
      *    The phone is held encrypted under the record's nkey0001
      *    key version - the key last read is kept, since a listing
      *    runs mostly or wholly under one version.
       01  WS-NKEY-KEY-LEN               PIC S9(4) COMP VALUE 2.
       01  WS-NKEY-RIDFLD                PIC X(02) VALUE SPACES.
       01  WS-NKEY-LOADED                PIC X(02) VALUE SPACES.
       01  WS-NKEY-REC.
           COPY NKEY0001.
       01  WS-NAM-CRYPT.
           COPY NAMCRWK1.
      *    Region scope of the user who queued the request - the
      *    listing carries only contacts inside it.
       01  WS-SITE-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-SITE-REC.
           COPY SITEPRM1.
       01  WS-UREG-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-UREG-REC.
           COPY UREG0001.
       01  WS-REGX-WORK.
           COPY UREGSCW1.
       01  WS-PRINT-LINE.
           05  PL-CODE                   PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  PL-PHONE                  PIC X(24).
       01  WS-HEAD-LINE                  PIC X(30)
           VALUE 'NAME AND ADDRESS FILE LISTING'.
      *    Report prints - the run named on the request, read back
      *    off rptr0001 a line at a time.
       01  WS-RPTR-KEY-LEN               PIC S9(4) COMP VALUE 22.
       01  WS-RPT-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RPT-LINES                  PIC 9(06) VALUE ZERO.
       01  WS-RPTR-REC.
           COPY RPTR0001.
       01  WS-RPT-HEAD-LINE              PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(01).
           EXIT.

      *    Re-point the queued request at the backup printer and kick
      *    SPLS there, the same START SAMP10's spool paragraph uses. A
      *    mail backup has no terminal to START at; the request waits
      *    there QUEUED for the next SPLMAL01 run.
       260-REDIRECT-ENTRY.
           EXEC CICS
                READ FILE('spol0001')
                   FILE ('spol0001')
                   FROM (WS-SPOL-REC)
               END-EXEC
               IF WS-BKP-TYPE NOT = 'M'
                   EXEC CICS START
                       TRANSID ('SPLS')
                       TERMID (WS-BACKUP-TERM)
                   END-EXEC
               END-IF
           END-IF.
       260-EXIT.
           EXIT.

       300-PRINT-ENTRY.
           MOVE 'Y' TO WS-PRINT-OK
           IF SPOL-PRINT-REPORT
               PERFORM 350-PRINT-REPORT THRU 350-EXIT
           ELSE
               PERFORM 302-PRINT-LISTING
           END-IF.
       300-EXIT.
           EXIT.

       302-PRINT-LISTING.
           PERFORM 305-LOAD-REGION-SCOPE
           EXEC CICS SEND TEXT
                FROM (WS-HEAD-LINE)
                LENGTH (+30)
                   PERFORM 320-PRINT-ALL-RECORDS
               END-IF
           END-IF.
       302-EXIT.
           EXIT.

      *    The requesting user's ureg0001 scope, the same load the
      *    SAMP10/SAMP20 screens do at sign-on: no record (or every
      *    slot blank) means the site default region alone.
       305-LOAD-REGION-SCOPE.
           MOVE 'HQ' TO REGX-DEFAULT
           MOVE 'DFLTREGN' TO SITE-PARM-ID
           EXEC CICS READ
               FILE('site0001')
               INTO (WS-SITE-REC)
               RIDFLD (SITE-PARM-ID)
               KEYLENGTH (WS-SITE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               AND SITE-PARM-VALUE(1:2) NOT = SPACES
               MOVE SITE-PARM-VALUE(1:2) TO REGX-DEFAULT
           END-IF
           MOVE SPACES TO WS-UREG-REC
           MOVE SPOL-USERID TO UREG-USERID
           EXEC CICS READ
               FILE('ureg0001')
               INTO (WS-UREG-REC)
               RIDFLD (UREG-USERID)
               KEYLENGTH (WS-UREG-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-UREG-REC
               MOVE SPOL-USERID TO UREG-USERID
           END-IF
           IF NOT UREG-ALL-SCOPE
               AND UREG-REGION(1) = SPACES AND UREG-REGION(2) = SPACES
               AND UREG-REGION(3) = SPACES AND UREG-REGION(4) = SPACES
               MOVE REGX-DEFAULT TO UREG-REGION(1)
           END-IF
           MOVE UREG-REGION(1) TO REGX-HOME.
       305-EXIT.
           EXIT.

       310-PRINT-ONE-RECORD.
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL) OR EIBRESP = DFHRESP(DUPKEY)
               MOVE REGION-CODE TO REGX-REGION
               COPY UREGSCP1.
               IF REGX-PERMITTED
                   PERFORM 330-SEND-RECORD-LINE
               END-IF
           ELSE
               MOVE 'N' TO WS-PRINT-OK
           END-IF.
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-LIST-DONE
               ELSE
                   MOVE REGION-CODE TO REGX-REGION
                   COPY UREGSCP1.
                   IF REGX-PERMITTED
                       PERFORM 330-SEND-RECORD-LINE
                   END-IF
                   IF WS-PRINT-OK = 'N'
                       MOVE 'Y' TO WS-LIST-DONE
                   END-IF
           EXIT.

       330-SEND-RECORD-LINE.
           PERFORM 340-DECRYPT-RECORD THRU 340-EXIT
           MOVE KEY1 TO PL-CODE
           MOVE NAME TO PL-NAME
           MOVE PHONE TO PL-PHONE
       330-EXIT.
           EXIT.

      *    Clear personal fields for the listing. A record whose key
      *    version cannot be read prints with no phone rather than
      *    its stored form.
       340-DECRYPT-RECORD.
           IF CRYPT-KEY-VERSION NOT NUMERIC
               OR CRYPT-KEY-VERSION = '00'
               GO TO 340-EXIT
           END-IF
           IF CRYPT-KEY-VERSION NOT = WS-NKEY-LOADED
               MOVE SPACES TO WS-NKEY-LOADED
               MOVE CRYPT-KEY-VERSION TO WS-NKEY-RIDFLD
               EXEC CICS READ
                   FILE('nkey0001')
                   INTO (WS-NKEY-REC)
                   RIDFLD (WS-NKEY-RIDFLD)
                   KEYLENGTH (WS-NKEY-KEY-LEN)
                   EQUAL
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   MOVE NKEY-MATERIAL TO NCR-KEY
                   MOVE CRYPT-KEY-VERSION TO WS-NKEY-LOADED
               END-IF
           END-IF
           IF WS-NKEY-LOADED = SPACES
               MOVE SPACES TO ADDRESS1 ADDRESS2 ADDRESS3 ADDRESS4
               MOVE SPACES TO PHONE FAX NOTIFY-ADDRESS
           ELSE
               MOVE 'D' TO NCR-MODE
               PERFORM 345-TRANSFORM-RECORD
               MOVE '00' TO CRYPT-KEY-VERSION
           END-IF.
       340-EXIT.
           EXIT.

       345-TRANSFORM-RECORD.
           COPY NAMCRYP1.
           CONTINUE.
       345-EXIT.
           EXIT.

      *    Mode R - the report id rides in SPOL-FILE and the run date
      *    in SPOL-RIDFLD. Every line of that run goes to the printer
      *    under a heading naming the report and the subscriber; no
      *    region scope applies, the run prints as SM0037 shows it.
       350-PRINT-REPORT.
           MOVE ZERO TO WS-RPT-LINES
           MOVE ZERO TO WS-RPT-DATE
           IF SPOL-RIDFLD(1:8) IS NUMERIC
               MOVE SPOL-RIDFLD(1:8) TO WS-RPT-DATE
           END-IF
           MOVE SPACES TO WS-RPT-HEAD-LINE
           STRING 'REPORT ' SPOL-FILE ' RUN ' WS-RPT-DATE
               ' FOR ' SPOL-USERID
               DELIMITED BY SIZE INTO WS-RPT-HEAD-LINE
           END-STRING
           EXEC CICS SEND TEXT
                FROM (WS-RPT-HEAD-LINE)
                LENGTH (+50)
                ERASE
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-PRINT-OK
               GO TO 350-EXIT
           END-IF
           MOVE 'N' TO WS-LIST-DONE
           MOVE SPOL-FILE TO RPTR-ID
           MOVE WS-RPT-DATE TO RPTR-DATE
           MOVE ZERO TO RPTR-SEQ
           EXEC CICS STARTBR FILE('rptr0001')
                RIDFLD (RPTR-KEY)
                KEYLENGTH (WS-RPTR-KEY-LEN)
                GTEQ
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LIST-DONE
           END-IF
           PERFORM UNTIL WS-LIST-DONE = 'Y'
               EXEC CICS READNEXT FILE('rptr0001')
                    INTO (WS-RPTR-REC)
                    RIDFLD (RPTR-KEY)
                    KEYLENGTH (WS-RPTR-KEY-LEN)
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR RPTR-ID NOT = SPOL-FILE
                   OR RPTR-DATE NOT = WS-RPT-DATE
                   MOVE 'Y' TO WS-LIST-DONE
               ELSE
                   EXEC CICS SEND TEXT
                        FROM (RPTR-LINE)
                        LENGTH (+132)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       MOVE 'N' TO WS-PRINT-OK
                       MOVE 'Y' TO WS-LIST-DONE
                   ELSE
                       ADD 1 TO WS-RPT-LINES
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('rptr0001')
           END-EXEC
           IF WS-RPT-LINES = ZERO
               MOVE 'N' TO WS-PRINT-OK
           END-IF.
       350-EXIT.
           EXIT.

       400-MARK-ENTRY.
           EXEC CICS
                READ FILE('spol0001')
