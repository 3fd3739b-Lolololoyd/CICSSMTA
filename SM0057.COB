       CBL XOPTS(COBOL2)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM0057.
      ******************************************************************
      *DESCRIPTION: Asset impact inquiry - key an aset0001 asset id and *
      *             the screen walks the cidp0001 "depends on" links    *
      *             maintained on SM0032 downward from it, listing      *
      *             every asset that sits behind it directly or through *
      *             others, nearest first: level below the keyed asset, *
      *             the asset it hangs off, description, criticality    *
      *             and the owning NAMEFILE contact - who to ring when  *
      *             the core switch goes. Twelve lines a page, PF7/PF8  *
      *             page, PF3 returns to the SM000 menu. Built on       *
      *             SM0052's list screen; reached under its own SM57    *
      *             transid, the SM0028 precedent.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-LENGTH                     PIC S9(4) COMP.
       01  WS-LOOP                       PIC S9(4) COMP VALUE 12.
       01  WS-COUNT                      PIC S9(4) COMP.
       01  WS-ROW                        PIC S9(4) COMP VALUE ZERO.
       01  WS-ASET-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-NAMEFILE-KEY-LEN           PIC S9(4) COMP VALUE 6.
       01  WS-OWNER-KEY                  PIC X(06) VALUE SPACES.
       01  WS-DEPTH-EDIT                 PIC Z9.
       01  WS-COUNT-EDIT                 PIC ZZ9.
       01  WS-ASET-REC.
           COPY ASET0001.
       01  WS-NAMEFILE-REC.
           COPY NAMEFILE.
       01  WS-CIDX-WORK.
           COPY CIDPWRK1.
       01  WS-CA.
           COPY IMPCOMM.
       01  WS-CURRENT-MAP  VALUE 'SM57S'  PIC X(7).
       COPY SM57S.
       COPY DFHAID.
       COPY DFHBMSCA.

       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(11).

       PROCEDURE DIVISION.
       100-PROCESS.
           EXEC CICS IGNORE CONDITION
                     ERROR
           END-EXEC
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA
               MOVE 1 TO CA-TOP
               MOVE LOW-VALUES TO SM57MO
               MOVE 'SM570001' TO MSGX-ID
               MOVE 'Key an asset id and press ENTER - PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           ELSE
               MOVE DFHCOMMAREA TO WS-CA
               PERFORM 210-CHECK-AID
           END-IF.
       100-EXIT.
           EXIT.

       210-CHECK-AID.
           MOVE LOW-VALUES TO SM57MO
           EVALUATE EIBAID
           WHEN DFHPF3
               EXEC CICS XCTL
                   PROGRAM ('SM000')
               END-EXEC
           WHEN DFHPF8
               ADD WS-LOOP TO CA-TOP
               PERFORM 200-LIST-PAGE
           WHEN DFHPF7
               IF CA-TOP > WS-LOOP
                   SUBTRACT WS-LOOP FROM CA-TOP
               ELSE
                   MOVE 1 TO CA-TOP
               END-IF
               PERFORM 200-LIST-PAGE
           WHEN DFHENTER
               EXEC CICS RECEIVE MAP('SM57M')
                   MAPSET ('SM57S')
                   INTO (SM57MI)
               END-EXEC
               IF IASTL > ZERO
                   MOVE FUNCTION UPPER-CASE(IASTI) TO CA-ROOT
               END-IF
               MOVE LOW-VALUES TO SM57MO
               MOVE 1 TO CA-TOP
               PERFORM 200-LIST-PAGE
           WHEN OTHER
               MOVE 'SMG00012' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    The walk is redone for every page, so a link added or
      *    dropped on SM0032 shows at once. A page past the end steps
      *    back to the last full page.
       200-LIST-PAGE.
           MOVE SPACES TO ERRMSGO IDSCO
           IF CA-ROOT = SPACES OR CA-ROOT = LOW-VALUES
               MOVE 'SM570001' TO MSGX-ID
               MOVE 'Key an asset id and press ENTER - PF3 exits'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE CA-ROOT TO ASET-ID
           EXEC CICS READ
               FILE ('aset0001')
               INTO (WS-ASET-REC)
               RIDFLD (ASET-ID)
               KEYLENGTH (WS-ASET-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM570002' TO MSGX-ID
               MOVE 'Asset not on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           MOVE ASET-DESC TO IDSCO
           MOVE CA-ROOT TO CIDX-ROOT
           PERFORM 300-WALK-DEPENDENTS
           IF CIDX-COUNT = ZERO
               MOVE 1 TO CA-TOP
               MOVE 'SM570003' TO MSGX-ID
               MOVE 'No assets depend on this one' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO ERRMSGO
               PERFORM 230-SEND-PAGE
           END-IF
           IF CA-TOP > CIDX-COUNT
               IF CA-TOP > WS-LOOP
                   SUBTRACT WS-LOOP FROM CA-TOP
               ELSE
                   MOVE 1 TO CA-TOP
               END-IF
           END-IF
           PERFORM VARYING WS-COUNT FROM 1 BY 1
                   UNTIL WS-COUNT > WS-LOOP
               COMPUTE WS-ROW = CA-TOP + WS-COUNT - 1
               IF WS-ROW > CIDX-COUNT
                   MOVE SPACES TO LLVLO(WS-COUNT) LASTO(WS-COUNT)
                                  LVIAO(WS-COUNT) LDSCO(WS-COUNT)
                                  LCRTO(WS-COUNT) LOWNO(WS-COUNT)
               ELSE
                   PERFORM 205-BUILD-ROW THRU 205-EXIT
               END-IF
           END-PERFORM
           MOVE CIDX-COUNT TO WS-COUNT-EDIT
           IF CIDX-TRUNCATED
               MOVE 'SM570004' TO MSGX-ID
               MOVE
                   'Chain runs past &1 assets - only the nearest are lis
      -            'ted'
                   TO MSGX-DEFAULT
               MOVE WS-COUNT-EDIT TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
           ELSE
               MOVE 'SM570005' TO MSGX-ID
               MOVE '&1 dependent assets - PF7/PF8 page, PF3 exits'
                   TO MSGX-DEFAULT
               MOVE WS-COUNT-EDIT TO MSGX-SUB(1)
               PERFORM 9700-GET-MESSAGE
           END-IF
           MOVE MSGX-TEXT TO ERRMSGO
           PERFORM 230-SEND-PAGE.
       200-EXIT.
           EXIT.

      *    One walk entry - the owner shown is the NAMEFILE contact
      *    name, the entry's own name when no contact is kept, and the
      *    bare region+code when the entry has gone.
       205-BUILD-ROW.
           MOVE CIDX-DEPTH(WS-ROW) TO WS-DEPTH-EDIT
           MOVE WS-DEPTH-EDIT TO LLVLO(WS-COUNT)
           MOVE CIDX-ASSET-ID(WS-ROW) TO LASTO(WS-COUNT)
           MOVE CIDX-VIA(WS-ROW) TO LVIAO(WS-COUNT)
           MOVE CIDX-ASSET-ID(WS-ROW) TO ASET-ID
           EXEC CICS READ
               FILE ('aset0001')
               INTO (WS-ASET-REC)
               RIDFLD (ASET-ID)
               KEYLENGTH (WS-ASET-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE '*NOT ON ASSET MASTER*' TO LDSCO(WS-COUNT)
               MOVE SPACES TO LCRTO(WS-COUNT) LOWNO(WS-COUNT)
               GO TO 205-EXIT
           END-IF
           MOVE ASET-DESC TO LDSCO(WS-COUNT)
           MOVE ASET-CRITICALITY TO LCRTO(WS-COUNT)
           MOVE ASET-OWNER-REGION TO WS-OWNER-KEY(1:2)
           MOVE ASET-OWNER-CODE TO WS-OWNER-KEY(3:4)
           MOVE WS-OWNER-KEY TO LOWNO(WS-COUNT)
           IF WS-OWNER-KEY = SPACES
               GO TO 205-EXIT
           END-IF
           EXEC CICS READ
               FILE ('NAMEFILE')
               INTO (WS-NAMEFILE-REC)
               RIDFLD (WS-OWNER-KEY)
               KEYLENGTH (WS-NAMEFILE-KEY-LEN)
               EQUAL
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               IF CONTACT-NAME NOT = SPACES
                   MOVE CONTACT-NAME TO LOWNO(WS-COUNT)
               ELSE
                   MOVE NAME TO LOWNO(WS-COUNT)
               END-IF
           END-IF.
       205-EXIT.
           EXIT.

      *    Breadth first down the cidp0001 links from CIDX-ROOT, the
      *    same walk as SM0032's 2019-WALK-DEPENDENTS. See CIDPWRK1.
       300-WALK-DEPENDENTS.
           MOVE ZERO TO CIDX-COUNT
           MOVE ZERO TO CIDX-Q
           MOVE 'N' TO CIDX-TRUNC
           PERFORM UNTIL CIDX-Q > CIDX-COUNT
               IF CIDX-Q = ZERO
                   MOVE CIDX-ROOT TO CIDX-CURRENT
                   MOVE ZERO TO CIDX-CUR-DEPTH
               ELSE
                   MOVE CIDX-ASSET-ID(CIDX-Q) TO CIDX-CURRENT
                   MOVE CIDX-DEPTH(CIDX-Q) TO CIDX-CUR-DEPTH
               END-IF
               MOVE CIDX-CURRENT TO CIDX-BR-PARENT
               MOVE LOW-VALUES TO CIDX-BR-CHILD
               MOVE 'N' TO CIDX-DONE
               MOVE 'Y' TO CIDX-BROWSING
               EXEC CICS STARTBR FILE('cidp0001')
                    RIDFLD (CIDX-BRKEY)
                    KEYLENGTH (CIDX-KEY-LEN)
                    GTEQ
                    NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO CIDX-DONE
                   MOVE 'N' TO CIDX-BROWSING
               END-IF
               PERFORM UNTIL CIDX-DONE = 'Y'
                   EXEC CICS READNEXT FILE('cidp0001')
                        INTO (CIDX-LINK)
                        RIDFLD (CIDX-BRKEY)
                        KEYLENGTH (CIDX-KEY-LEN)
                        NOHANDLE
                   END-EXEC
                   IF EIBRESP NOT = DFHRESP(NORMAL)
                       OR CIDX-BR-PARENT NOT = CIDX-CURRENT
                       MOVE 'Y' TO CIDX-DONE
                   ELSE
                       MOVE 'N' TO CIDX-SEEN
                       IF CIDX-BR-CHILD = CIDX-ROOT
                           MOVE 'Y' TO CIDX-SEEN
                       END-IF
                       PERFORM VARYING CIDX-IX FROM 1 BY 1
                               UNTIL CIDX-IX > CIDX-COUNT
                                  OR CIDX-SEEN = 'Y'
                           IF CIDX-ASSET-ID(CIDX-IX) = CIDX-BR-CHILD
                               MOVE 'Y' TO CIDX-SEEN
                           END-IF
                       END-PERFORM
                       IF CIDX-SEEN = 'N'
                           IF CIDX-COUNT < CIDX-MAX
                               ADD 1 TO CIDX-COUNT
                               MOVE CIDX-BR-CHILD
                                   TO CIDX-ASSET-ID(CIDX-COUNT)
                               COMPUTE CIDX-DEPTH(CIDX-COUNT) =
                                   CIDX-CUR-DEPTH + 1
                               MOVE CIDX-CURRENT TO CIDX-VIA(CIDX-COUNT)
                           ELSE
                               MOVE 'Y' TO CIDX-TRUNC
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF CIDX-BROWSING = 'Y'
                   EXEC CICS ENDBR
                       FILE ('cidp0001')
                       NOHANDLE
                   END-EXEC
               END-IF
               ADD 1 TO CIDX-Q
           END-PERFORM.
       300-EXIT.
           EXIT.

       230-SEND-PAGE.
           MOVE CA-ROOT TO IASTO
           MOVE LENGTH OF SM57MO TO WS-LENGTH
           EXEC CICS SEND MAP('SM57M')
               MAPSET (WS-CURRENT-MAP)
               FROM (SM57MO)
               LENGTH (WS-LENGTH)
               ERASE
           END-EXEC
           EXEC CICS RETURN
               TRANSID ('SM57')
               COMMAREA (WS-CA)
               LENGTH (LENGTH OF WS-CA)
           END-EXEC.
       230-EXIT.
           EXIT.
      *
      *    Catalog text for MSGX-ID in the user's language, looked
      *    up by SM0072 (see MSGCATW1). Should the LINK fail, the
      *    program's own wording is shown, else the id.
       9700-GET-MESSAGE.
           EXEC CICS LINK
               PROGRAM ('SM0072')
               COMMAREA (WS-MSGX-WORK)
               LENGTH (LENGTH OF WS-MSGX-WORK)
               RESP (MSGX-LINK-RESP)
           END-EXEC
           IF MSGX-LINK-RESP NOT = DFHRESP(NORMAL)
               MOVE MSGX-DEFAULT TO MSGX-TEXT
               IF MSGX-TEXT = SPACES
                   MOVE MSGX-ID TO MSGX-TEXT
               END-IF
           END-IF
           MOVE SPACES TO MSGX-DEFAULT MSGX-SUBS.
       9700-EXIT.
           EXIT.
