       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCMP01.
      ******************************************************************
      *DESCRIPTION: Reference-data compare, production against the     *
      *             test region - the copies TSTMASK1 and TSTGEN01     *
      *             leave alone. A balanced match, the UAFCMP01 way,   *
      *             of each production reference file with its test    *
      *             copy (the xxxxTEST names, the TSTMASK1 convention):*
      *               SVCC0001/SVCCTEST  service catalog               *
      *               SITE0001/SITETEST  site parameters               *
      *               RESL0001/RESLTEST  resolution codes              *
      *               BDAY0001/BDAYTEST  business-day calendar         *
      *               RATE0001/RATETEST  chargeback rates              *
      *               PRTR0001/PRTRTEST  printer registry              *
      *             reporting every record only in production, only    *
      *             in test, and every field that differs with both    *
      *             values. A printer's failure count is the sender's  *
      *             running state, not reference data, and is left     *
      *             out of the compare.                                *
      *    Parameter: blank or COMPARE reports only. REFRESH with a    *
      *    list of files (SVCC,SITE,RESL,BDAY,RATE,PRTR or ALL) also   *
      *    brings those test copies up to production - a production-   *
      *    only record is added to test and a differing one rewritten  *
      *    from production. A test-only record is kept (test keeps     *
      *    what testers added) unless PURGE follows the list:          *
      *      REFRESH SVCC,RATE         REFRESH ALL PURGE               *
      *    A test copy that is missing is created on a refresh and     *
      *    skipped on a compare. Production files are opened INPUT     *
      *    only - nothing here ever writes back to them.               *
      *    RC 4 when any difference is left in test after the run,     *
      *    RC 8 on a bad parameter or a failed write to test.          *
      *    No restart/checkpoint handling - a compare is read-only and *
      *    a refresh converges, so an abended run is simply rerun.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVCP-FILE ASSIGN TO SVCC0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SVCP-KEY
               FILE STATUS IS WS-PRD-STATUS.
           SELECT SVCT-FILE ASSIGN TO SVCCTEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVCT-KEY
               FILE STATUS IS WS-TST-STATUS.
           SELECT SITP-FILE ASSIGN TO SITE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SITP-KEY
               FILE STATUS IS WS-PRD-STATUS.
           SELECT SITT-FILE ASSIGN TO SITETEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SITT-KEY
               FILE STATUS IS WS-TST-STATUS.
           SELECT RSLP-FILE ASSIGN TO RESL0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSLP-KEY
               FILE STATUS IS WS-PRD-STATUS.
           SELECT RSLT-FILE ASSIGN TO RESLTEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSLT-KEY
               FILE STATUS IS WS-TST-STATUS.
           SELECT BDYP-FILE ASSIGN TO BDAY0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDYP-KEY
               FILE STATUS IS WS-PRD-STATUS.
           SELECT BDYT-FILE ASSIGN TO BDAYTEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDYT-KEY
               FILE STATUS IS WS-TST-STATUS.
           SELECT RATP-FILE ASSIGN TO RATE0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATP-KEY
               FILE STATUS IS WS-PRD-STATUS.
           SELECT RATT-FILE ASSIGN TO RATETEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATT-KEY
               FILE STATUS IS WS-TST-STATUS.
           SELECT PRTP-FILE ASSIGN TO PRTR0001
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRTP-KEY
               FILE STATUS IS WS-PRD-STATUS.
           SELECT PRTT-FILE ASSIGN TO PRTRTEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTT-KEY
               FILE STATUS IS WS-TST-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    The records are handled whole - the field table below says
      *    where each compared field sits - so each file is declared
      *    as its key and the rest, the UAFCMP01 snapshot shape.
       FD  SVCP-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVCP-REC.
           05  SVCP-KEY                  PIC X(08).
           05  FILLER                    PIC X(112).

       FD  SVCT-FILE
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SVCT-REC.
           05  SVCT-KEY                  PIC X(08).
           05  FILLER                    PIC X(112).

       FD  SITP-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITP-REC.
           05  SITP-KEY                  PIC X(08).
           05  FILLER                    PIC X(70).

       FD  SITT-FILE
           RECORD CONTAINS 78 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SITT-REC.
           05  SITT-KEY                  PIC X(08).
           05  FILLER                    PIC X(70).

       FD  RSLP-FILE
           RECORD CONTAINS 35 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RSLP-REC.
           05  RSLP-KEY                  PIC X(04).
           05  FILLER                    PIC X(31).

       FD  RSLT-FILE
           RECORD CONTAINS 35 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RSLT-REC.
           05  RSLT-KEY                  PIC X(04).
           05  FILLER                    PIC X(31).

       FD  BDYP-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BDYP-REC.
           05  BDYP-KEY                  PIC X(10).
           05  FILLER                    PIC X(30).

       FD  BDYT-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BDYT-REC.
           05  BDYT-KEY                  PIC X(10).
           05  FILLER                    PIC X(30).

       FD  RATP-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RATP-REC.
           05  RATP-KEY                  PIC X(08).
           05  FILLER                    PIC X(37).

       FD  RATT-FILE
           RECORD CONTAINS 45 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RATT-REC.
           05  RATT-KEY                  PIC X(08).
           05  FILLER                    PIC X(37).

       FD  PRTP-FILE
           RECORD CONTAINS 33 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PRTP-REC.
           05  PRTP-KEY                  PIC X(04).
           05  FILLER                    PIC X(29).

       FD  PRTT-FILE
           RECORD CONTAINS 33 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PRTT-REC.
           05  PRTT-KEY                  PIC X(04).
           05  FILLER                    PIC X(29).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRD-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-TST-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RPT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-PRD-EOF                    PIC X(01) VALUE 'N'.
       01  WS-TST-EOF                    PIC X(01) VALUE 'N'.
       01  WS-SKIP-FILE                  PIC X(01) VALUE 'N'.
       01  WS-REFRESH                    PIC X(01) VALUE 'N'.
       01  WS-PURGE                      PIC X(01) VALUE 'N'.
       01  WS-REFRESH-THIS               PIC X(01) VALUE 'N'.
       01  WS-DIFFERS                    PIC X(01) VALUE 'N'.
       01  WS-IO-OK                      PIC X(01) VALUE 'Y'.
       01  WS-FOUND                      PIC X(01) VALUE 'N'.
       01  WS-TEST-OPEN                  PIC X(01) VALUE 'I'.
           88  WS-OPEN-INPUT             VALUE 'I'.
           88  WS-OPEN-UPDATE            VALUE 'U'.
           88  WS-OPEN-CREATE            VALUE 'O'.
       01  WS-PARM                       PIC X(60) VALUE SPACES.
       01  WS-PARM-MODE                  PIC X(08) VALUE SPACES.
       01  WS-PARM-FILES                 PIC X(40) VALUE SPACES.
       01  WS-PARM-OPTION                PIC X(08) VALUE SPACES.
       01  WS-SEL-TAGS.
           05  WS-SEL-TAG OCCURS 6 TIMES PIC X(04).
       01  WS-SEL-IX                     PIC S9(4) COMP VALUE ZERO.
       01  WS-FILE-IX                    PIC S9(4) COMP VALUE ZERO.
       01  WS-FLD-IX                     PIC S9(4) COMP VALUE ZERO.
       01  WS-KEY-LEN                    PIC S9(4) COMP VALUE ZERO.
       01  WS-FIRST-LINE                 PIC X(01) VALUE 'Y'.
       01  WS-ACTION                     PIC X(17) VALUE SPACES.
      *    The two records in hand, whichever file pair is open, and
      *    their keys (HIGH-VALUES once a side is exhausted).
       01  WS-PRD-DATA                   PIC X(120) VALUE SPACES.
       01  WS-TST-DATA                   PIC X(120) VALUE SPACES.
       01  WS-PRD-KEY                    PIC X(10) VALUE SPACES.
       01  WS-TST-KEY                    PIC X(10) VALUE SPACES.

      *    The file pairs, in report order: tag, production and test
      *    names (for the report), key length, and the offset and
      *    length of the field shown against a one-sided record.
       01  WS-FILE-LIST.
           05  FILLER                    PIC X(27) VALUE
               'SVCCSVCC0001SVCCTEST0801840'.
           05  FILLER                    PIC X(27) VALUE
               'SITESITE0001SITETEST0800940'.
           05  FILLER                    PIC X(27) VALUE
               'RESLRESL0001RESLTEST0400530'.
           05  FILLER                    PIC X(27) VALUE
               'BDAYBDAY0001BDAYTEST1001130'.
           05  FILLER                    PIC X(27) VALUE
               'RATERATE0001RATETEST0801630'.
           05  FILLER                    PIC X(27) VALUE
               'PRTRPRTR0001PRTRTEST0400520'.
       01  WS-FILE-LIST-R REDEFINES WS-FILE-LIST.
           05  WS-FILE-ENTRY OCCURS 6 TIMES.
               10  WS-FT-TAG             PIC X(04).
               10  WS-FT-PROD            PIC X(08).
               10  WS-FT-TEST            PIC X(08).
               10  WS-FT-KEY-LEN         PIC 9(02).
               10  WS-FT-SHOW-OFF        PIC 9(03).
               10  WS-FT-SHOW-LEN        PIC 9(02).
       01  WS-REFRESH-FLAGS.
           05  WS-RF-ENTRY OCCURS 6 TIMES.
               10  WS-FT-REFRESH         PIC X(01).

      *    The compared fields: file number (as above), name, offset
      *    and length in the record - the layouts in SVCCAT01,
      *    SITEPRM1, RESLCD01, BDAYCAL1, RATE0001 and PRTR0001. A
      *    field added to one of those is a line added here.
       01  WS-FIELD-LIST.
           05  FILLER                    PIC X(21) VALUE
               '1CATEGORY      009006'.
           05  FILLER                    PIC X(21) VALUE
               '1SUBCATEGORY   015003'.
           05  FILLER                    PIC X(21) VALUE
               '1DESC          018040'.
           05  FILLER                    PIC X(21) VALUE
               '1ACTIVE        058001'.
           05  FILLER                    PIC X(21) VALUE
               '1DEFAULT       059001'.
           05  FILLER                    PIC X(21) VALUE
               '1RESP-DAYS     060003'.
           05  FILLER                    PIC X(21) VALUE
               '1RESOL-DAYS    063003'.
           05  FILLER                    PIC X(21) VALUE
               '1APPROVALS     066001'.
           05  FILLER                    PIC X(21) VALUE
               '1ROUTE-REGION  067002'.
           05  FILLER                    PIC X(21) VALUE
               '1ROUTE-CODE    069004'.
           05  FILLER                    PIC X(21) VALUE
               '1TEAM-CODE     073006'.
           05  FILLER                    PIC X(21) VALUE
               '1HOUR-TARGETS  079018'.
           05  FILLER                    PIC X(21) VALUE
               '1AVAIL-TARGET  097005'.
           05  FILLER                    PIC X(21) VALUE
               '1PAGE-LADDER   102018'.
           05  FILLER                    PIC X(21) VALUE
               '2PARM-VALUE    009040'.
           05  FILLER                    PIC X(21) VALUE
               '2PARM-DESC     049030'.
           05  FILLER                    PIC X(21) VALUE
               '3DESC          005030'.
           05  FILLER                    PIC X(21) VALUE
               '3ACTIVE        035001'.
           05  FILLER                    PIC X(21) VALUE
               '4DESC          011030'.
           05  FILLER                    PIC X(21) VALUE
               '5PER-TICKET    009007'.
           05  FILLER                    PIC X(21) VALUE
               '5DESC          016030'.
           05  FILLER                    PIC X(21) VALUE
               '6LOCATION      005020'.
           05  FILLER                    PIC X(21) VALUE
               '6ACTIVE        025001'.
           05  FILLER                    PIC X(21) VALUE
               '6BACKUP        026004'.
           05  FILLER                    PIC X(21) VALUE
               '6TYPE          033001'.
       01  WS-FIELD-LIST-R REDEFINES WS-FIELD-LIST.
           05  WS-FLD-ENTRY OCCURS 25 TIMES.
               10  WS-FLD-FILE           PIC 9(01).
               10  WS-FLD-NAME           PIC X(14).
               10  WS-FLD-OFF            PIC 9(03).
               10  WS-FLD-LEN            PIC 9(03).
       01  WS-FLD-MAX                    PIC S9(4) COMP VALUE 25.

      *    Per-file counts, reset for each pair, and the run totals.
       01  WS-PRD-ONLY                   PIC 9(06) VALUE ZERO.
       01  WS-TST-ONLY                   PIC 9(06) VALUE ZERO.
       01  WS-DIFF-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-MATCH-COUNT                PIC 9(06) VALUE ZERO.
       01  WS-ADDED                      PIC 9(06) VALUE ZERO.
       01  WS-UPDATED                    PIC 9(06) VALUE ZERO.
       01  WS-DELETED                    PIC 9(06) VALUE ZERO.
       01  WS-TOT-DIFFS                  PIC 9(06) VALUE ZERO.
       01  WS-TOT-FIXED                  PIC 9(06) VALUE ZERO.
       01  WS-LEFT-COUNT                 PIC 9(06) VALUE ZERO.
       01  WS-FAIL-COUNT                 PIC 9(06) VALUE ZERO.

       01  WS-HEAD1.
           05  FILLER                    PIC X(46) VALUE
               'REFERENCE DATA - PRODUCTION AGAINST TEST -'.
           05  H1-MODE                   PIC X(40).
           05  FILLER                    PIC X(46) VALUE SPACES.

       01  WS-HEAD2.
           05  FILLER                    PIC X(06) VALUE 'FILE'.
           05  H2-PROD                   PIC X(08).
           05  FILLER                    PIC X(04) VALUE ' / '.
           05  H2-TEST                   PIC X(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  H2-NOTE                   PIC X(40).
           05  FILLER                    PIC X(63) VALUE SPACES.

       01  WS-HEAD3.
           05  FILLER                    PIC X(12) VALUE 'KEY'.
           05  FILLER                    PIC X(11) VALUE 'RESULT'.
           05  FILLER                    PIC X(16) VALUE 'FIELD'.
           05  FILLER                    PIC X(31) VALUE
               'PRODUCTION VALUE'.
           05  FILLER                    PIC X(32) VALUE 'TEST VALUE'.
           05  FILLER                    PIC X(30) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  DL-KEY                    PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-RESULT                 PIC X(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-FIELD                  PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-PROD-VALUE             PIC X(30).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  DL-TEST-VALUE             PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DL-ACTION                 PIC X(17).
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  WS-FILE-TOTAL-LINE.
           05  FILLER                    PIC X(12) VALUE 'PROD ONLY:'.
           05  FT-PRD-ONLY               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE '  TEST ONLY:'.
           05  FT-TST-ONLY               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE '  DIFFER:'.
           05  FT-DIFF                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(09) VALUE '  MATCH:'.
           05  FT-MATCH                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(09) VALUE '  ADDED:'.
           05  FT-ADDED                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE '  UPDATED:'.
           05  FT-UPDATED                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE '  DELETED:'.
           05  FT-DELETED                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(15) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(20) VALUE
               'RECORDS DIFFERING:'.
           05  TL-DIFFS                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(22) VALUE
               '  BROUGHT INTO LINE:'.
           05  TL-FIXED                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(20) VALUE
               '  LEFT IN TEST:'.
           05  TL-LEFT                   PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(18) VALUE
               '  WRITES FAILED:'.
           05  TL-FAILED                 PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           PERFORM 200-COMPARE-FILE THRU 200-EXIT
               VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 6
           PERFORM 900-TERMINATE
           STOP RUN.

       100-INITIALIZE.
           MOVE SPACES TO WS-REFRESH-FLAGS
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-PARM) TO WS-PARM
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE WS-PARM-FILES WS-PARM-OPTION
           END-UNSTRING
           EVALUATE WS-PARM-MODE
           WHEN SPACES
           WHEN 'COMPARE'
               IF WS-PARM-FILES NOT = SPACES
                   DISPLAY 'REFCMP01 - A COMPARE TAKES NO FILE LIST - '
                       'IT COVERS EVERY FILE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           WHEN 'REFRESH'
               MOVE 'Y' TO WS-REFRESH
               PERFORM 110-SELECT-FILES
           WHEN OTHER
               DISPLAY 'REFCMP01 - PARAMETER IS COMPARE, OR REFRESH '
                   'WITH A FILE LIST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REFCMP01 - ERROR OPENING RPTOUT, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REFRESH = 'Y'
               IF WS-PURGE = 'Y'
                   MOVE 'REFRESH, TEST-ONLY RECORDS PURGED' TO H1-MODE
               ELSE
                   MOVE 'REFRESH, TEST-ONLY RECORDS KEPT' TO H1-MODE
               END-IF
           ELSE
               MOVE 'COMPARE ONLY' TO H1-MODE
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD1.
       100-EXIT.
           EXIT.

      *    The refresh list - ALL, or tags from the file list split on
      *    commas; an unknown tag stops the run before anything is
      *    touched.
       110-SELECT-FILES.
           IF WS-PARM-FILES = SPACES
               DISPLAY 'REFCMP01 - REFRESH NEEDS A FILE LIST OR ALL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-PARM-OPTION
           WHEN SPACES
               CONTINUE
           WHEN 'PURGE'
               MOVE 'Y' TO WS-PURGE
           WHEN OTHER
               DISPLAY 'REFCMP01 - UNKNOWN OPTION ' WS-PARM-OPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE
           IF WS-PARM-FILES = 'ALL'
               PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                       UNTIL WS-FILE-IX > 6
                   MOVE 'Y' TO WS-FT-REFRESH(WS-FILE-IX)
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-SEL-TAGS
               UNSTRING WS-PARM-FILES DELIMITED BY ','
                   INTO WS-SEL-TAG(1) WS-SEL-TAG(2) WS-SEL-TAG(3)
                        WS-SEL-TAG(4) WS-SEL-TAG(5) WS-SEL-TAG(6)
               END-UNSTRING
               PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                       UNTIL WS-SEL-IX > 6
                   IF WS-SEL-TAG(WS-SEL-IX) NOT = SPACES
                       MOVE 'N' TO WS-FOUND
                       PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                               UNTIL WS-FILE-IX > 6
                           IF WS-FT-TAG(WS-FILE-IX) =
                                   WS-SEL-TAG(WS-SEL-IX)
                               MOVE 'Y' TO WS-FT-REFRESH(WS-FILE-IX)
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-FOUND NOT = 'Y'
                           DISPLAY 'REFCMP01 - UNKNOWN FILE '
                               WS-SEL-TAG(WS-SEL-IX)
                               ' - SVCC, SITE, RESL, BDAY, RATE OR PRTR'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       110-EXIT.
           EXIT.

      *    One file pair, matched end to end. A side that is not
      *    there leaves the pair unreported - except a test copy on a
      *    refresh, which is created and then filled.
       200-COMPARE-FILE.
           MOVE ZERO TO WS-PRD-ONLY WS-TST-ONLY WS-DIFF-COUNT
                        WS-MATCH-COUNT WS-ADDED WS-UPDATED WS-DELETED
           MOVE 'N' TO WS-PRD-EOF WS-TST-EOF WS-SKIP-FILE
           MOVE WS-FT-KEY-LEN(WS-FILE-IX) TO WS-KEY-LEN
           MOVE 'N' TO WS-REFRESH-THIS
           IF WS-FT-REFRESH(WS-FILE-IX) = 'Y'
               MOVE 'Y' TO WS-REFRESH-THIS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FT-PROD(WS-FILE-IX) TO H2-PROD
           MOVE WS-FT-TEST(WS-FILE-IX) TO H2-TEST
           IF WS-REFRESH-THIS = 'Y'
               MOVE 'COMPARED AND REFRESHED' TO H2-NOTE
           ELSE
               MOVE 'COMPARED' TO H2-NOTE
           END-IF
           PERFORM 210-OPEN-PAIR
           IF WS-SKIP-FILE = 'Y'
               WRITE REPORT-LINE FROM WS-HEAD2
               GO TO 200-EXIT
           END-IF
           WRITE REPORT-LINE FROM WS-HEAD2
           WRITE REPORT-LINE FROM WS-HEAD3
           PERFORM 250-READ-PROD
           PERFORM 260-READ-TEST
           PERFORM 300-MATCH-RECORDS
               UNTIL WS-PRD-EOF = 'Y' AND WS-TST-EOF = 'Y'
           PERFORM 240-CLOSE-PAIR
           MOVE WS-PRD-ONLY TO FT-PRD-ONLY
           MOVE WS-TST-ONLY TO FT-TST-ONLY
           MOVE WS-DIFF-COUNT TO FT-DIFF
           MOVE WS-MATCH-COUNT TO FT-MATCH
           MOVE WS-ADDED TO FT-ADDED
           MOVE WS-UPDATED TO FT-UPDATED
           MOVE WS-DELETED TO FT-DELETED
           WRITE REPORT-LINE FROM WS-FILE-TOTAL-LINE.
       200-EXIT.
           EXIT.

       210-OPEN-PAIR.
           PERFORM 220-OPEN-PROD
           IF WS-PRD-STATUS = '35'
               MOVE 'PRODUCTION FILE NOT FOUND - NOT COMPARED'
                   TO H2-NOTE
               MOVE 'Y' TO WS-SKIP-FILE
           ELSE
               IF WS-PRD-STATUS NOT = '00'
                   DISPLAY 'REFCMP01 - ERROR OPENING '
                       WS-FT-PROD(WS-FILE-IX) ', STATUS='
                       WS-PRD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-SKIP-FILE NOT = 'Y'
               IF WS-REFRESH-THIS = 'Y'
                   SET WS-OPEN-UPDATE TO TRUE
               ELSE
                   SET WS-OPEN-INPUT TO TRUE
               END-IF
               PERFORM 230-OPEN-TEST
               IF WS-TST-STATUS = '35'
                   IF WS-REFRESH-THIS = 'Y'
                       SET WS-OPEN-CREATE TO TRUE
                       PERFORM 230-OPEN-TEST
                       PERFORM 245-CLOSE-TEST
                       SET WS-OPEN-UPDATE TO TRUE
                       PERFORM 230-OPEN-TEST
                   ELSE
                       MOVE 'TEST COPY NOT FOUND - NOT COMPARED'
                           TO H2-NOTE
                       MOVE 'Y' TO WS-SKIP-FILE
                       PERFORM 247-CLOSE-PROD
                   END-IF
               END-IF
           END-IF
           IF WS-SKIP-FILE NOT = 'Y' AND WS-TST-STATUS NOT = '00'
               DISPLAY 'REFCMP01 - ERROR OPENING '
                   WS-FT-TEST(WS-FILE-IX) ', STATUS=' WS-TST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       210-EXIT.
           EXIT.

       220-OPEN-PROD.
           EVALUATE WS-FILE-IX
           WHEN 1
               OPEN INPUT SVCP-FILE
           WHEN 2
               OPEN INPUT SITP-FILE
           WHEN 3
               OPEN INPUT RSLP-FILE
           WHEN 4
               OPEN INPUT BDYP-FILE
           WHEN 5
               OPEN INPUT RATP-FILE
           WHEN 6
               OPEN INPUT PRTP-FILE
           END-EVALUATE.
       220-EXIT.
           EXIT.

       230-OPEN-TEST.
           EVALUATE WS-FILE-IX
           WHEN 1
               EVALUATE TRUE
               WHEN WS-OPEN-INPUT
                   OPEN INPUT SVCT-FILE
               WHEN WS-OPEN-UPDATE
                   OPEN I-O SVCT-FILE
               WHEN OTHER
                   OPEN OUTPUT SVCT-FILE
               END-EVALUATE
           WHEN 2
               EVALUATE TRUE
               WHEN WS-OPEN-INPUT
                   OPEN INPUT SITT-FILE
               WHEN WS-OPEN-UPDATE
                   OPEN I-O SITT-FILE
               WHEN OTHER
                   OPEN OUTPUT SITT-FILE
               END-EVALUATE
           WHEN 3
               EVALUATE TRUE
               WHEN WS-OPEN-INPUT
                   OPEN INPUT RSLT-FILE
               WHEN WS-OPEN-UPDATE
                   OPEN I-O RSLT-FILE
               WHEN OTHER
                   OPEN OUTPUT RSLT-FILE
               END-EVALUATE
           WHEN 4
               EVALUATE TRUE
               WHEN WS-OPEN-INPUT
                   OPEN INPUT BDYT-FILE
               WHEN WS-OPEN-UPDATE
                   OPEN I-O BDYT-FILE
               WHEN OTHER
                   OPEN OUTPUT BDYT-FILE
               END-EVALUATE
           WHEN 5
               EVALUATE TRUE
               WHEN WS-OPEN-INPUT
                   OPEN INPUT RATT-FILE
               WHEN WS-OPEN-UPDATE
                   OPEN I-O RATT-FILE
               WHEN OTHER
                   OPEN OUTPUT RATT-FILE
               END-EVALUATE
           WHEN 6
               EVALUATE TRUE
               WHEN WS-OPEN-INPUT
                   OPEN INPUT PRTT-FILE
               WHEN WS-OPEN-UPDATE
                   OPEN I-O PRTT-FILE
               WHEN OTHER
                   OPEN OUTPUT PRTT-FILE
               END-EVALUATE
           END-EVALUATE.
       230-EXIT.
           EXIT.

       240-CLOSE-PAIR.
           PERFORM 247-CLOSE-PROD
           PERFORM 245-CLOSE-TEST.
       240-EXIT.
           EXIT.

       245-CLOSE-TEST.
           EVALUATE WS-FILE-IX
           WHEN 1
               CLOSE SVCT-FILE
           WHEN 2
               CLOSE SITT-FILE
           WHEN 3
               CLOSE RSLT-FILE
           WHEN 4
               CLOSE BDYT-FILE
           WHEN 5
               CLOSE RATT-FILE
           WHEN 6
               CLOSE PRTT-FILE
           END-EVALUATE.
       245-EXIT.
           EXIT.

       247-CLOSE-PROD.
           EVALUATE WS-FILE-IX
           WHEN 1
               CLOSE SVCP-FILE
           WHEN 2
               CLOSE SITP-FILE
           WHEN 3
               CLOSE RSLP-FILE
           WHEN 4
               CLOSE BDYP-FILE
           WHEN 5
               CLOSE RATP-FILE
           WHEN 6
               CLOSE PRTP-FILE
           END-EVALUATE.
       247-EXIT.
           EXIT.

       250-READ-PROD.
           EVALUATE WS-FILE-IX
           WHEN 1
               READ SVCP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       MOVE SVCP-REC TO WS-PRD-DATA
               END-READ
           WHEN 2
               READ SITP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       MOVE SITP-REC TO WS-PRD-DATA
               END-READ
           WHEN 3
               READ RSLP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       MOVE RSLP-REC TO WS-PRD-DATA
               END-READ
           WHEN 4
               READ BDYP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       MOVE BDYP-REC TO WS-PRD-DATA
               END-READ
           WHEN 5
               READ RATP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       MOVE RATP-REC TO WS-PRD-DATA
               END-READ
           WHEN 6
               READ PRTP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       MOVE PRTP-REC TO WS-PRD-DATA
               END-READ
           END-EVALUATE
           IF WS-PRD-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-PRD-KEY
           ELSE
               MOVE SPACES TO WS-PRD-KEY
               MOVE WS-PRD-DATA(1:WS-KEY-LEN)
                   TO WS-PRD-KEY(1:WS-KEY-LEN)
           END-IF.
       250-EXIT.
           EXIT.

       260-READ-TEST.
           EVALUATE WS-FILE-IX
           WHEN 1
               READ SVCT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TST-EOF
                   NOT AT END
                       MOVE SVCT-REC TO WS-TST-DATA
               END-READ
           WHEN 2
               READ SITT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TST-EOF
                   NOT AT END
                       MOVE SITT-REC TO WS-TST-DATA
               END-READ
           WHEN 3
               READ RSLT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TST-EOF
                   NOT AT END
                       MOVE RSLT-REC TO WS-TST-DATA
               END-READ
           WHEN 4
               READ BDYT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TST-EOF
                   NOT AT END
                       MOVE BDYT-REC TO WS-TST-DATA
               END-READ
           WHEN 5
               READ RATT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TST-EOF
                   NOT AT END
                       MOVE RATT-REC TO WS-TST-DATA
               END-READ
           WHEN 6
               READ PRTT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TST-EOF
                   NOT AT END
                       MOVE PRTT-REC TO WS-TST-DATA
               END-READ
           END-EVALUATE
           IF WS-TST-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-TST-KEY
           ELSE
               MOVE SPACES TO WS-TST-KEY
               MOVE WS-TST-DATA(1:WS-KEY-LEN)
                   TO WS-TST-KEY(1:WS-KEY-LEN)
           END-IF.
       260-EXIT.
           EXIT.

      *    Writes to the test copy. The record area is loaded from the
      *    saved record each time - an earlier add may have left
      *    another record there since the sequential read.
       270-ADD-TO-TEST.
           MOVE 'Y' TO WS-IO-OK
           EVALUATE WS-FILE-IX
           WHEN 1
               MOVE WS-PRD-DATA TO SVCT-REC
               WRITE SVCT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-WRITE
           WHEN 2
               MOVE WS-PRD-DATA TO SITT-REC
               WRITE SITT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-WRITE
           WHEN 3
               MOVE WS-PRD-DATA TO RSLT-REC
               WRITE RSLT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-WRITE
           WHEN 4
               MOVE WS-PRD-DATA TO BDYT-REC
               WRITE BDYT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-WRITE
           WHEN 5
               MOVE WS-PRD-DATA TO RATT-REC
               WRITE RATT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-WRITE
           WHEN 6
               MOVE WS-PRD-DATA TO PRTT-REC
               WRITE PRTT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-WRITE
           END-EVALUATE.
       270-EXIT.
           EXIT.

       275-UPDATE-TEST.
           MOVE 'Y' TO WS-IO-OK
           EVALUATE WS-FILE-IX
           WHEN 1
               MOVE WS-PRD-DATA TO SVCT-REC
               REWRITE SVCT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-REWRITE
           WHEN 2
               MOVE WS-PRD-DATA TO SITT-REC
               REWRITE SITT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-REWRITE
           WHEN 3
               MOVE WS-PRD-DATA TO RSLT-REC
               REWRITE RSLT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-REWRITE
           WHEN 4
               MOVE WS-PRD-DATA TO BDYT-REC
               REWRITE BDYT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-REWRITE
           WHEN 5
               MOVE WS-PRD-DATA TO RATT-REC
               REWRITE RATT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-REWRITE
           WHEN 6
               MOVE WS-PRD-DATA TO PRTT-REC
               REWRITE PRTT-REC
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-REWRITE
           END-EVALUATE.
       275-EXIT.
           EXIT.

       280-DELETE-FROM-TEST.
           MOVE 'Y' TO WS-IO-OK
           EVALUATE WS-FILE-IX
           WHEN 1
               MOVE WS-TST-DATA TO SVCT-REC
               DELETE SVCT-FILE RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-DELETE
           WHEN 2
               MOVE WS-TST-DATA TO SITT-REC
               DELETE SITT-FILE RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-DELETE
           WHEN 3
               MOVE WS-TST-DATA TO RSLT-REC
               DELETE RSLT-FILE RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-DELETE
           WHEN 4
               MOVE WS-TST-DATA TO BDYT-REC
               DELETE BDYT-FILE RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-DELETE
           WHEN 5
               MOVE WS-TST-DATA TO RATT-REC
               DELETE RATT-FILE RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-DELETE
           WHEN 6
               MOVE WS-TST-DATA TO PRTT-REC
               DELETE PRTT-FILE RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-IO-OK
               END-DELETE
           END-EVALUATE.
       280-EXIT.
           EXIT.

       300-MATCH-RECORDS.
           EVALUATE TRUE
           WHEN WS-PRD-KEY < WS-TST-KEY
               PERFORM 310-PROD-ONLY
               PERFORM 250-READ-PROD
           WHEN WS-PRD-KEY > WS-TST-KEY
               PERFORM 320-TEST-ONLY
               PERFORM 260-READ-TEST
           WHEN OTHER
               PERFORM 330-COMPARE-RECORD THRU 330-EXIT
               PERFORM 250-READ-PROD
               PERFORM 260-READ-TEST
           END-EVALUATE.
       300-EXIT.
           EXIT.

       310-PROD-ONLY.
           ADD 1 TO WS-PRD-ONLY
           ADD 1 TO WS-TOT-DIFFS
           MOVE SPACES TO WS-ACTION
           IF WS-REFRESH-THIS = 'Y'
               PERFORM 270-ADD-TO-TEST
               PERFORM 350-NOTE-WRITE
               IF WS-IO-OK = 'Y'
                   ADD 1 TO WS-ADDED
                   MOVE 'ADDED TO TEST' TO WS-ACTION
               END-IF
           ELSE
               ADD 1 TO WS-LEFT-COUNT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PRD-KEY TO DL-KEY
           MOVE 'PROD ONLY' TO DL-RESULT
           MOVE WS-PRD-DATA(WS-FT-SHOW-OFF(WS-FILE-IX):
                            WS-FT-SHOW-LEN(WS-FILE-IX))
               TO DL-PROD-VALUE
           MOVE WS-ACTION TO DL-ACTION
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       310-EXIT.
           EXIT.

      *    A record only in test is kept unless PURGE was asked for -
      *    testers add codes and printers of their own.
       320-TEST-ONLY.
           ADD 1 TO WS-TST-ONLY
           ADD 1 TO WS-TOT-DIFFS
           MOVE SPACES TO WS-ACTION
           IF WS-REFRESH-THIS = 'Y' AND WS-PURGE = 'Y'
               PERFORM 280-DELETE-FROM-TEST
               PERFORM 350-NOTE-WRITE
               IF WS-IO-OK = 'Y'
                   ADD 1 TO WS-DELETED
                   MOVE 'DELETED FROM TEST' TO WS-ACTION
               END-IF
           ELSE
               ADD 1 TO WS-LEFT-COUNT
               IF WS-REFRESH-THIS = 'Y'
                   MOVE 'KEPT' TO WS-ACTION
               END-IF
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-TST-KEY TO DL-KEY
           MOVE 'TEST ONLY' TO DL-RESULT
           MOVE WS-TST-DATA(WS-FT-SHOW-OFF(WS-FILE-IX):
                            WS-FT-SHOW-LEN(WS-FILE-IX))
               TO DL-TEST-VALUE
           MOVE WS-ACTION TO DL-ACTION
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       320-EXIT.
           EXIT.

      *    Same key on both sides - one line per field that differs,
      *    the action against the first of them.
       330-COMPARE-RECORD.
           MOVE 'N' TO WS-DIFFERS
           PERFORM VARYING WS-FLD-IX FROM 1 BY 1
                   UNTIL WS-FLD-IX > WS-FLD-MAX
               IF WS-FLD-FILE(WS-FLD-IX) = WS-FILE-IX
                   IF WS-PRD-DATA(WS-FLD-OFF(WS-FLD-IX):
                                  WS-FLD-LEN(WS-FLD-IX))
                       NOT = WS-TST-DATA(WS-FLD-OFF(WS-FLD-IX):
                                         WS-FLD-LEN(WS-FLD-IX))
                       MOVE 'Y' TO WS-DIFFERS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIFFERS NOT = 'Y'
               ADD 1 TO WS-MATCH-COUNT
               GO TO 330-EXIT
           END-IF
           ADD 1 TO WS-DIFF-COUNT
           ADD 1 TO WS-TOT-DIFFS
           MOVE SPACES TO WS-ACTION
           IF WS-REFRESH-THIS = 'Y'
               PERFORM 275-UPDATE-TEST
               PERFORM 350-NOTE-WRITE
               IF WS-IO-OK = 'Y'
                   ADD 1 TO WS-UPDATED
                   MOVE 'UPDATED IN TEST' TO WS-ACTION
               END-IF
           ELSE
               ADD 1 TO WS-LEFT-COUNT
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM VARYING WS-FLD-IX FROM 1 BY 1
                   UNTIL WS-FLD-IX > WS-FLD-MAX
               IF WS-FLD-FILE(WS-FLD-IX) = WS-FILE-IX
                   IF WS-PRD-DATA(WS-FLD-OFF(WS-FLD-IX):
                                  WS-FLD-LEN(WS-FLD-IX))
                       NOT = WS-TST-DATA(WS-FLD-OFF(WS-FLD-IX):
                                         WS-FLD-LEN(WS-FLD-IX))
                       PERFORM 340-WRITE-DIFFERENCE
                   END-IF
               END-IF
           END-PERFORM.
       330-EXIT.
           EXIT.

       340-WRITE-DIFFERENCE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PRD-KEY TO DL-KEY
           MOVE 'DIFFERS' TO DL-RESULT
           MOVE WS-FLD-NAME(WS-FLD-IX) TO DL-FIELD
           MOVE WS-PRD-DATA(WS-FLD-OFF(WS-FLD-IX):
                            WS-FLD-LEN(WS-FLD-IX)) TO DL-PROD-VALUE
           MOVE WS-TST-DATA(WS-FLD-OFF(WS-FLD-IX):
                            WS-FLD-LEN(WS-FLD-IX)) TO DL-TEST-VALUE
           IF WS-FIRST-LINE = 'Y'
               MOVE WS-ACTION TO DL-ACTION
               MOVE 'N' TO WS-FIRST-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
       340-EXIT.
           EXIT.

      *    A refused write to test is reported against the record and
      *    counted; the record stays out of line and the run ends RC 8.
       350-NOTE-WRITE.
           IF WS-IO-OK = 'Y'
               ADD 1 TO WS-TOT-FIXED
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               ADD 1 TO WS-LEFT-COUNT
               MOVE SPACES TO WS-ACTION
               STRING 'FAILED, STATUS ' WS-TST-STATUS
                   DELIMITED BY SIZE INTO WS-ACTION
               END-STRING
           END-IF.
       350-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-DIFFS TO TL-DIFFS
           MOVE WS-TOT-FIXED TO TL-FIXED
           MOVE WS-LEFT-COUNT TO TL-LEFT
           MOVE WS-FAIL-COUNT TO TL-FAILED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'REFCMP01 - DIFFERING: ' WS-TOT-DIFFS
               ' BROUGHT INTO LINE: ' WS-TOT-FIXED
               ' LEFT IN TEST: ' WS-LEFT-COUNT
           IF WS-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LEFT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE REPORT-FILE.
       900-EXIT.
           EXIT.
