       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0072.
      ******************************************************************
      *DESCRIPTION: Message lookup - LINKed from every online program's*
      *             9700-GET-MESSAGE paragraph with the MSGCATW1       *
      *             commarea; no map and no transid of its own. Gives  *
      *             back MSGX-TEXT for MSGX-ID in the signed-on user's *
      *             usrp0001 language (EN when none is on file, found  *
      *             on the first call in a task and handed back in     *
      *             MSGX-LANG), else in EN. Each language the msgc0001 *
      *             catalog cannot give is counted on msgm0001 against *
      *             the program that asked. With no catalog text the   *
      *             caller's MSGX-DEFAULT wording is used, else the    *
      *             wording shared by every screen below, else the id  *
      *             itself. &1-&5 in the text are then replaced by     *
      *             MSGX-SUB(1-5), leading spaces dropped, up to the   *
      *             first double space. Every command carries RESP, so *
      *             a missing file never abends the caller's task - it *
      *             just gets the fallback wording.                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RESP                       PIC S9(8) COMP.
       01  WS-USRP-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-CAT-KEY-LEN                PIC S9(4) COMP VALUE 10.
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-TODAY                      PIC 9(08) VALUE ZERO.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-CALLER                     PIC X(08) VALUE SPACES.
       01  WS-RAW                        PIC X(79) VALUE SPACES.
       01  WS-SUB-NO                     PIC S9(4) COMP.
       01  WS-POS                        PIC S9(4) COMP.
       01  WS-OUT                        PIC S9(4) COMP.
       01  WS-LEAD                       PIC S9(4) COMP.
       01  WS-LEN                        PIC S9(4) COMP.
       01  WS-AMP-COUNT                  PIC S9(4) COMP.
       01  WS-SLOT-X                     PIC X(01).
       01  WS-SLOT REDEFINES WS-SLOT-X   PIC 9(01).
       01  WS-USRP-REC.
           COPY USRP0001.
       01  WS-MSGC-REC.
           COPY MSGC0001.
       01  WS-MSGM-REC.
           COPY MSGM0001.
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
      *    Wording shared by every screen, used when the catalog has
      *    neither the language wanted nor EN for the id.
       01  WS-SHARED-VALUES.
           05  FILLER                    PIC X(08) VALUE 'SMG00001'.
           05  FILLER                    PIC X(52) VALUE
               'Option not authorized for this user'.
           05  FILLER                    PIC X(08) VALUE 'SMG00002'.
           05  FILLER                    PIC X(52) VALUE
               'No record found'.
           05  FILLER                    PIC X(08) VALUE 'SMG00003'.
           05  FILLER                    PIC X(52) VALUE
               'Request has been cancelled'.
           05  FILLER                    PIC X(08) VALUE 'SMG00004'.
           05  FILLER                    PIC X(52) VALUE
               'Error - duplicate record - correct or PF24 to cancel'.
           05  FILLER                    PIC X(08) VALUE 'SMG00005'.
           05  FILLER                    PIC X(52) VALUE
               'Change data and press enter - PF24 to cancel'.
           05  FILLER                    PIC X(08) VALUE 'SMG00006'.
           05  FILLER                    PIC X(52) VALUE
               'Enter data and press ENTER - PF24 to cancel'.
           05  FILLER                    PIC X(08) VALUE 'SMG00007'.
           05  FILLER                    PIC X(52) VALUE
               'Record has been changed'.
           05  FILLER                    PIC X(08) VALUE 'SMG00008'.
           05  FILLER                    PIC X(52) VALUE
               'Press ENTER key to delete - PF24 to cancel'.
           05  FILLER                    PIC X(08) VALUE 'SMG00009'.
           05  FILLER                    PIC X(52) VALUE
               'Record has been found'.
           05  FILLER                    PIC X(08) VALUE 'SMG00010'.
           05  FILLER                    PIC X(52) VALUE
               'Record has been deleted'.
           05  FILLER                    PIC X(08) VALUE 'SMG00011'.
           05  FILLER                    PIC X(52) VALUE
               'Record has been added'.
           05  FILLER                    PIC X(08) VALUE 'SMG00012'.
           05  FILLER                    PIC X(52) VALUE
               'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
           05  FILLER                    PIC X(08) VALUE 'SMG00013'.
           05  FILLER                    PIC X(52) VALUE
               'Record is outside your region scope'.
           05  FILLER                    PIC X(08) VALUE 'SMG00014'.
           05  FILLER                    PIC X(52) VALUE
               'Ticket not found'.
           05  FILLER                    PIC X(08) VALUE 'SMG00015'.
           05  FILLER                    PIC X(52) VALUE
               'Ticket number searched: &1'.
       01  WS-SHARED-TABLE REDEFINES WS-SHARED-VALUES.
           05  WS-SHARED-ENTRY OCCURS 15 TIMES.
               10  WS-SHARED-ID          PIC X(08).
               10  WS-SHARED-TEXT        PIC X(52).
       01  WS-SHARED-MAX                 PIC S9(4) COMP VALUE 15.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(273).

       PROCEDURE DIVISION.
       100-PROCESS.
           IF EIBCALEN NOT = LENGTH OF WS-MSGX-WORK
               EXEC CICS RETURN
               END-EXEC
           END-IF
           MOVE DFHCOMMAREA TO WS-MSGX-WORK
           IF MSGX-LANG = SPACES
               PERFORM 200-FIND-LANGUAGE
           END-IF
           PERFORM 300-FALLBACK-WORDING
           MOVE 'N' TO MSGX-FOUND
           MOVE MSGX-ID TO MSGC-ID
           MOVE MSGX-LANG TO MSGC-LANG
           PERFORM 400-READ-CATALOG
               UNTIL MSGX-IN-CATALOG OR MSGC-LANG = SPACES
           PERFORM 600-SUBSTITUTE
           MOVE WS-MSGX-WORK TO DFHCOMMAREA
           EXEC CICS RETURN
           END-EXEC.
       100-EXIT.
           EXIT.

      *    The signed-on user's language, once per task - the caller
      *    keeps MSGX-LANG for its later messages.
       200-FIND-LANGUAGE.
           MOVE 'EN' TO MSGX-LANG
           EXEC CICS ASSIGN
               USERID (WS-USERID)
               RESP (WS-RESP)
           END-EXEC
           EXEC CICS READ
               FILE ('usrp0001')
               INTO (WS-USRP-REC)
               RIDFLD (WS-USERID)
               KEYLENGTH (WS-USRP-KEY-LEN)
               EQUAL
               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND USRP-LANGUAGE NOT = SPACES
               AND USRP-LANGUAGE NOT = LOW-VALUES
               MOVE USRP-LANGUAGE TO MSGX-LANG
           END-IF.
       200-EXIT.
           EXIT.

      *    The wording to fall back on, worked out first so a miss
      *    can record it.
       300-FALLBACK-WORDING.
           MOVE SPACES TO WS-RAW
           IF MSGX-DEFAULT NOT = SPACES
               MOVE MSGX-DEFAULT TO WS-RAW
           ELSE
               PERFORM VARYING WS-SUB-NO FROM 1 BY 1
                       UNTIL WS-SUB-NO > WS-SHARED-MAX
                   IF WS-SHARED-ID(WS-SUB-NO) = MSGX-ID
                       MOVE WS-SHARED-TEXT(WS-SUB-NO) TO WS-RAW
                   END-IF
               END-PERFORM
               IF WS-RAW = SPACES
                   MOVE MSGX-ID TO WS-RAW
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

      *    The catalog text in the language wanted, then in EN; each
      *    language missed is logged and the next one tried.
       400-READ-CATALOG.
           EXEC CICS READ
               FILE ('msgc0001')
               INTO (WS-MSGC-REC)
               RIDFLD (MSGC-KEY)
               KEYLENGTH (WS-CAT-KEY-LEN)
               EQUAL
               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO MSGX-FOUND
               MOVE MSGC-TEXT TO WS-RAW
           ELSE
               PERFORM 500-LOG-MISS
               IF MSGC-LANG = 'EN'
                   MOVE SPACES TO MSGC-LANG
               ELSE
                   MOVE 'EN' TO MSGC-LANG
               END-IF
           END-IF.
       400-EXIT.
           EXIT.

      *    Count the miss on msgm0001 for MSGRPT01 - the program that
      *    asked, when, and the wording it fell back on.
       500-LOG-MISS.
           IF WS-TODAY = ZERO
               EXEC CICS ASSIGN
                   INVOKINGPROG (WS-CALLER)
                   RESP (WS-RESP)
               END-EXEC
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
                   RESP (WS-RESP)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (WS-TODAY)
                   RESP (WS-RESP)
               END-EXEC
           END-IF
           MOVE MSGC-KEY TO MSGM-KEY
           EXEC CICS READ
               FILE ('msgm0001')
               INTO (WS-MSGM-REC)
               RIDFLD (MSGM-KEY)
               KEYLENGTH (WS-CAT-KEY-LEN)
               EQUAL
               UPDATE
               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF MSGM-COUNT < 9999999
                   ADD 1 TO MSGM-COUNT
               END-IF
               MOVE WS-CALLER TO MSGM-PROGRAM
               MOVE WS-TODAY TO MSGM-LAST-DATE
               MOVE WS-RAW TO MSGM-DEFAULT
               EXEC CICS REWRITE
                   FILE ('msgm0001')
                   FROM (WS-MSGM-REC)
                   RESP (WS-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-MSGM-REC
               MOVE MSGC-KEY TO MSGM-KEY
               MOVE WS-CALLER TO MSGM-PROGRAM
               MOVE 1 TO MSGM-COUNT
               MOVE WS-TODAY TO MSGM-FIRST-DATE MSGM-LAST-DATE
               MOVE WS-RAW TO MSGM-DEFAULT
               EXEC CICS WRITE
                   FILE ('msgm0001')
                   FROM (WS-MSGM-REC)
                   RIDFLD (MSGM-KEY)
                   KEYLENGTH (WS-CAT-KEY-LEN)
                   RESP (WS-RESP)
               END-EXEC
           END-IF.
       500-EXIT.
           EXIT.

      *    &1-&5 replaced by the caller's values, each from its
      *    first non-blank up to its next double space, so an edited
      *    count goes in without its leading blanks.
       600-SUBSTITUTE.
           MOVE SPACES TO MSGX-TEXT
           MOVE ZERO TO WS-AMP-COUNT
           INSPECT WS-RAW TALLYING WS-AMP-COUNT FOR ALL '&'
           IF WS-AMP-COUNT = ZERO
               MOVE WS-RAW TO MSGX-TEXT
           ELSE
               MOVE 1 TO WS-OUT
               PERFORM VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS > 79 OR WS-OUT > 79
                   MOVE SPACE TO WS-SLOT-X
                   IF WS-RAW(WS-POS:1) = '&' AND WS-POS < 79
                       MOVE WS-RAW(WS-POS + 1:1) TO WS-SLOT-X
                   END-IF
                   IF WS-SLOT-X = '1' OR '2' OR '3' OR '4' OR '5'
                       MOVE ZERO TO WS-LEAD WS-LEN
                       INSPECT MSGX-SUB(WS-SLOT) TALLYING WS-LEAD
                           FOR LEADING SPACES
                       IF WS-LEAD < 20
                           INSPECT MSGX-SUB(WS-SLOT)(WS-LEAD + 1:)
                               TALLYING WS-LEN
                               FOR CHARACTERS BEFORE INITIAL '  '
                       END-IF
                       IF WS-LEN > ZERO
                           STRING MSGX-SUB(WS-SLOT)(WS-LEAD + 1:WS-LEN)
                               DELIMITED BY SIZE
                               INTO MSGX-TEXT WITH POINTER WS-OUT
                       END-IF
                       ADD 1 TO WS-POS
                   ELSE
                       MOVE WS-RAW(WS-POS:1) TO MSGX-TEXT(WS-OUT:1)
                       ADD 1 TO WS-OUT
                   END-IF
               END-PERFORM
           END-IF.
       600-EXIT.
           EXIT.
