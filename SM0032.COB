      *             modeled on SM0008's service-catalog maintenance     *
      *             screen. Reached under its own SM32 transid, the     *
      *             SM0028 precedent.                                   *
      *             An asset may name the vendor support contract that  *
      *             covers it - vendor id plus contract number - both   *
      *             blank, or the pair must be a cntr0001 contract.     *
      *             In CHANGE or ADD a dependent asset keyed with A     *
      *             adds a cidp0001 "depends on" link below this asset  *
      *             (refused when it would close a loop), with D drops  *
      *             it; the first seven direct dependents are listed.   *
      *             An asset others still depend on cannot be deleted;  *
      *             deleting one drops its own links upward. SM0057     *
      *             walks the whole chain.                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CURRENT-MAP  VALUE 'SM32S'         PIC X(7).
       01  WS-TIME                       PIC 9(15) COMP-3.
       01  WS-ASET-KEY-LEN               PIC S9(4) COMP VALUE 8.
       01  WS-CNTR-KEY-LEN               PIC S9(4) COMP VALUE 20.
       01  WS-CNTR-OK                    PIC X(01) VALUE 'N'.
       01  WS-USERID                     PIC X(08) VALUE SPACES.
       01  WS-CIDP-KEY-LEN               PIC S9(4) COMP VALUE 16.
       01  WS-DEP-ID                     PIC X(08) VALUE SPACES.
       01  WS-DEP-ACTION                 PIC X(01) VALUE SPACE.
       01  WS-DEP-MSG                    PIC X(60) VALUE SPACES.
       01  WS-DEP-DONE                   PIC X(01) VALUE 'N'.
       01  WS-DLST-IX                    PIC S9(4) COMP VALUE ZERO.
       01  WS-IN-USE                     PIC X(01) VALUE 'N'.
       01  WS-PROBE-REC                  PIC X(120).
       01  WS-CIDP-PROBE                 PIC X(16).
      *    Links up from an asset being deleted, gathered in one
      *    browse and dropped after it.
       01  WS-SWEEP-MAX                  PIC S9(4) COMP VALUE 50.
       01  WS-SWEEP-COUNT                PIC S9(4) COMP VALUE ZERO.
       01  WS-SWEEP-IX                   PIC S9(4) COMP VALUE ZERO.
       01  WS-SWEEP-TABLE.
           05  WS-SWEEP-KEY OCCURS 50 TIMES PIC X(16).
       01  WS-CIDP-REC.
           COPY CIDP0001.
       01  WS-CIDX-WORK.
           COPY CIDPWRK1.
       01  WS-ASET-REC.
           COPY ASET0001.
       01  WS-CNTR-REC.
           COPY CNTR0001.
       COPY SM32S.
       COPY DFHBMSCA.
       COPY DFHAID.
      *
       01  WS-MSGX-WORK.
           COPY MSGCATW1.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY ASTCOMM.
           MOVE 'FIND' TO LS-ACTION
           MOVE DFHUNNUM TO AIDNA
           MOVE SPACES TO AIDNO
           MOVE 'SM320001' TO MSGX-ID
           MOVE 'Enter asset id and press ENTER key' TO MSGX-DEFAULT
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO AIDNL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1004-CHANGE.
           MOVE 'CHANGE' TO LS-ACTION
           PERFORM 9100-UNPROTECT
           MOVE 'SMG00005' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO ADSCL
           GO TO 9120-SEND-DATA-ONLY.
      *
           PERFORM 9100-UNPROTECT
           MOVE DFHUNNUM TO AIDNA
           MOVE SPACE TO AIDNO ADSCO ALOCO ARGNO ACODO ACRTO AACTO
                         AVNDO ACNOO DEPNO DACTO DLSTO
           MOVE 'SMG00006' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE -1 TO AIDNL
           GO TO 9120-SEND-DATA-ONLY.
      *
       1006-DELETE.
           MOVE 'DELETE' TO LS-ACTION
           MOVE 'SMG00008' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       1010-RETURN-TO-MENU.
           GO TO 9998-RETURN.
      *
       1024-CANCEL.
           MOVE 'SMG00003' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           EXEC CICS READ
               FILE ('aset0001')
               INTO (WS-ASET-REC)
                   RIDFLD (ASET-ID)
                   KEYLENGTH (WS-ASET-KEY-LEN)
               END-EXEC
               MOVE 'SMG00011' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               PERFORM 2018-APPLY-DEPENDENT THRU 2018-EXIT
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
                   FILE ('aset0001')
                   FROM (WS-ASET-REC)
               END-EXEC
               MOVE 'SMG00007' TO MSGX-ID
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               PERFORM 2018-APPLY-DEPENDENT THRU 2018-EXIT
           END-IF
           GO TO 9120-SEND-DATA-ONLY.
      *
       2015-EDIT.
           PERFORM 9140-MOVE-SCREEN-TO-FILE
           PERFORM 2016-CHECK-CONTRACT THRU 2016-EXIT
           PERFORM 2017-CHECK-DEPENDENT THRU 2017-EXIT
           EVALUATE TRUE
           WHEN ASET-ID = LOW-VALUES OR ASET-ID = SPACES
               MOVE 'SM320002' TO MSGX-ID
               MOVE 'Asset id cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO AIDNL
           WHEN ASET-DESC = LOW-VALUES OR ASET-DESC = SPACES
               MOVE 'SM320003' TO MSGX-ID
               MOVE 'Description cannot be blank' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO ADSCL
           WHEN ASET-CRITICALITY NOT = SPACE
                AND ASET-CRITICALITY NOT = '1'
                AND ASET-CRITICALITY NOT = '2'
                AND ASET-CRITICALITY NOT = '3'
               MOVE 'SM320004' TO MSGX-ID
               MOVE 'Criticality must be 1 (high), 2 or 3 (low)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO ACRTL
           WHEN WS-CNTR-OK NOT = 'Y'
               MOVE 'SM320005' TO MSGX-ID
               MOVE 'Support contract is not on file for that vendor'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               MOVE -1 TO AVNDL
           WHEN WS-DEP-MSG NOT = SPACES
               MOVE WS-DEP-MSG TO MSGO
               MOVE -1 TO DEPNL
           WHEN OTHER
               MOVE SPACE TO MSGO LS-ACTION
               PERFORM 9110-RESTORE-ATTRIBUTES
               MOVE 'Y' TO ASET-ACTIVE
           END-IF
           MOVE ASET-ID TO LS-RIDFLD.
      *
      *    No contract at all is allowed; a contract keyed must exist.
       2016-CHECK-CONTRACT.
           MOVE 'Y' TO WS-CNTR-OK
           IF ASET-SUPPORT = LOW-VALUES
               MOVE SPACES TO ASET-SUPPORT
           END-IF
           IF ASET-SUPPORT = SPACES
               GO TO 2016-EXIT
           END-IF
           MOVE 'N' TO WS-CNTR-OK
           EXEC CICS READ
               FILE ('cntr0001')
               INTO (WS-CNTR-REC)
               RIDFLD (ASET-SUPPORT)
               KEYLENGTH (WS-CNTR-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CNTR-OK
           END-IF.
       2016-EXIT.
           EXIT.
      *
      *    A dependent keyed with A must be on file and must not
      *    already sit above this asset - walking down from the
      *    dependent and meeting this asset means the link would close
      *    a loop. D needs the link to be there.
       2017-CHECK-DEPENDENT.
           MOVE SPACES TO WS-DEP-MSG
           IF WS-DEP-ID = SPACES
               IF WS-DEP-ACTION NOT = SPACE
                   MOVE 'SM320006' TO MSGX-ID
                   MOVE 'Key the dependent asset id with the A or D'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO WS-DEP-MSG
               END-IF
               GO TO 2017-EXIT
           END-IF
           IF WS-DEP-ACTION NOT = 'A' AND WS-DEP-ACTION NOT = 'D'
               MOVE 'SM320007' TO MSGX-ID
               MOVE 'Dependent action must be A (add) or D (drop)'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-DEP-MSG
               GO TO 2017-EXIT
           END-IF
           IF WS-DEP-ID = ASET-ID
               MOVE 'SM320008' TO MSGX-ID
               MOVE 'An asset cannot depend on itself' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-DEP-MSG
               GO TO 2017-EXIT
           END-IF
           IF WS-DEP-ACTION = 'D'
               MOVE ASET-ID TO CIDP-PARENT-ID
               MOVE WS-DEP-ID TO CIDP-CHILD-ID
               EXEC CICS READ
                   FILE ('cidp0001')
                   INTO (WS-CIDP-REC)
                   RIDFLD (CIDP-KEY)
                   KEYLENGTH (WS-CIDP-KEY-LEN)
                   EQUAL
                   NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   MOVE 'SM320009' TO MSGX-ID
                   MOVE 'That asset is not a dependent of this one'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO WS-DEP-MSG
               END-IF
               GO TO 2017-EXIT
           END-IF
           EXEC CICS READ
               FILE ('aset0001')
               INTO (WS-PROBE-REC)
               RIDFLD (WS-DEP-ID)
               KEYLENGTH (WS-ASET-KEY-LEN)
               EQUAL
               NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SM320010' TO MSGX-ID
               MOVE 'Dependent asset is not on file' TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO WS-DEP-MSG
               GO TO 2017-EXIT
           END-IF
           MOVE WS-DEP-ID TO CIDX-ROOT
           PERFORM 2019-WALK-DEPENDENTS
           PERFORM VARYING CIDX-IX FROM 1 BY 1
                   UNTIL CIDX-IX > CIDX-COUNT
               IF CIDX-ASSET-ID(CIDX-IX) = ASET-ID
                   MOVE 'SM320011' TO MSGX-ID
                   MOVE 'Loop - this asset already depends on that one'
                       TO MSGX-DEFAULT
                   PERFORM 9700-GET-MESSAGE
                   MOVE MSGX-TEXT TO WS-DEP-MSG
               END-IF
           END-PERFORM.
       2017-EXIT.
           EXIT.
      *
      *    Runs after the asset itself is written, so a refused link
      *    never leaves a half-made change behind. A duplicate add is
      *    simply already there.
       2018-APPLY-DEPENDENT.
           IF WS-DEP-ID = SPACES
               GO TO 2018-EXIT
           END-IF
           MOVE ASET-ID TO CIDP-PARENT-ID
           MOVE WS-DEP-ID TO CIDP-CHILD-ID
           IF WS-DEP-ACTION = 'D'
               EXEC CICS DELETE
                   FILE ('cidp0001')
                   RIDFLD (CIDP-KEY)
                   KEYLENGTH (WS-CIDP-KEY-LEN)
                   NOHANDLE
               END-EXEC
               MOVE 'SM320012' TO MSGX-ID
               MOVE 'Record has been changed - dependent dropped'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           ELSE
               EXEC CICS ASSIGN
                   USERID (WS-USERID)
               END-EXEC
               MOVE WS-USERID TO CIDP-ADDED-BY
               EXEC CICS ASKTIME
                   ABSTIME (WS-TIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME (WS-TIME)
                   YYYYMMDD (CIDP-ADDED-DATE)
               END-EXEC
               EXEC CICS WRITE
                   FILE ('cidp0001')
                   FROM (WS-CIDP-REC)
                   RIDFLD (CIDP-KEY)
                   KEYLENGTH (WS-CIDP-KEY-LEN)
                   NOHANDLE
               END-EXEC
               MOVE 'SM320013' TO MSGX-ID
               MOVE 'Record has been changed - dependent added'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
           END-IF
           MOVE SPACES TO WS-DEP-ID WS-DEP-ACTION DEPNO DACTO
           PERFORM 9150-LIST-DEPENDENTS THRU 9150-EXIT.
       2018-EXIT.
           EXIT.
      *
      *    Breadth first down the cidp0001 links from CIDX-ROOT -
      *    each asset tabled in turn has its own key range browsed and
      *    every dependent not already seen is appended, so a diamond
      *    is listed once and a loop cannot run away. See CIDPWRK1.
       2019-WALK-DEPENDENTS.
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
       2019-EXIT.
           EXIT.
      *
       2020-FILE-DELETE.
           MOVE LS-RIDFLD TO CIDP-PARENT-ID
           MOVE LOW-VALUES TO CIDP-CHILD-ID
           EXEC CICS STARTBR FILE('cidp0001')
                RIDFLD (CIDP-KEY)
                KEYLENGTH (WS-CIDP-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('cidp0001')
                    INTO (WS-CIDP-REC)
                    RIDFLD (CIDP-KEY)
                    KEYLENGTH (WS-CIDP-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP = DFHRESP(NORMAL)
                   AND CIDP-PARENT-ID = LS-RIDFLD
                   MOVE 'Y' TO WS-IN-USE
               END-IF
               EXEC CICS ENDBR
                   FILE ('cidp0001')
                   NOHANDLE
               END-EXEC
           END-IF
           IF WS-IN-USE = 'Y'
               MOVE 'N' TO WS-IN-USE
               MOVE SPACE TO LS-ACTION
               MOVE 'SM320014' TO MSGX-ID
               MOVE 'Other assets depend on this one - drop them first'
                   TO MSGX-DEFAULT
               PERFORM 9700-GET-MESSAGE
               MOVE MSGX-TEXT TO MSGO
               GO TO 9120-SEND-DATA-ONLY
           END-IF
           PERFORM 2022-SWEEP-LINKS THRU 2022-EXIT
           EXEC CICS DELETE
               FILE ('aset0001')
               RIDFLD (LS-RIDFLD)
               KEYLENGTH (WS-ASET-KEY-LEN)
           END-EXEC
           MOVE 'SMG00010' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-ASET-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
           GO TO 9120-SEND-DATA-ONLY.
      *
      *    The asset's own links upward are keyed under the assets it
      *    depends on, so finding them takes one pass over cidp0001 -
      *    a small file - gathering the keys before deleting any.
       2022-SWEEP-LINKS.
           MOVE ZERO TO WS-SWEEP-COUNT
           MOVE LOW-VALUES TO WS-CIDP-PROBE
           MOVE 'N' TO WS-DEP-DONE
           EXEC CICS STARTBR FILE('cidp0001')
                RIDFLD (WS-CIDP-PROBE)
                KEYLENGTH (WS-CIDP-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 2022-EXIT
           END-IF
           PERFORM UNTIL WS-DEP-DONE = 'Y'
               EXEC CICS READNEXT FILE('cidp0001')
                    INTO (WS-CIDP-REC)
                    RIDFLD (WS-CIDP-PROBE)
                    KEYLENGTH (WS-CIDP-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR WS-SWEEP-COUNT >= WS-SWEEP-MAX
                   MOVE 'Y' TO WS-DEP-DONE
               ELSE
                   IF CIDP-CHILD-ID = LS-RIDFLD
                       ADD 1 TO WS-SWEEP-COUNT
                       MOVE CIDP-KEY TO WS-SWEEP-KEY(WS-SWEEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('cidp0001')
               NOHANDLE
           END-EXEC
           PERFORM VARYING WS-SWEEP-IX FROM 1 BY 1
                   UNTIL WS-SWEEP-IX > WS-SWEEP-COUNT
               EXEC CICS DELETE
                   FILE ('cidp0001')
                   RIDFLD (WS-SWEEP-KEY(WS-SWEEP-IX))
                   KEYLENGTH (WS-CIDP-KEY-LEN)
                   NOHANDLE
               END-EXEC
           END-PERFORM.
       2022-EXIT.
           EXIT.
      *
       2030-FILE-FIND.
           MOVE AIDNI TO LS-RIDFLD
               KEYLENGTH (WS-ASET-KEY-LEN)
               EQUAL
           END-EXEC
           MOVE 'SMG00009' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           PERFORM 9110-RESTORE-ATTRIBUTES
           PERFORM 9130-MOVE-FILE-TO-SCREEN
      *
       9040-DUPREC.
           MOVE -1 TO AIDNL
           MOVE 'SMG00004' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           GO TO 9120-SEND-DATA-ONLY.
      *
       9060-NOTFND.
           MOVE 'SMG00002' TO MSGX-ID
           PERFORM 9700-GET-MESSAGE
           MOVE MSGX-TEXT TO MSGO
           MOVE SPACE TO LS-ACTION
           MOVE SPACES TO WS-ASET-REC
           PERFORM 9130-MOVE-FILE-TO-SCREEN
                            ARGNA
                            ACODA
                            ACRTA
                            AACTA
                            AVNDA
                            ACNOA
                            DEPNA
                            DACTA.
      *
       9110-RESTORE-ATTRIBUTES.
           MOVE DFHBMASB TO AIDNA
                            ARGNA
                            ACODA
                            ACRTA
                            AACTA
                            AVNDA
                            ACNOA
                            DEPNA
                            DACTA.
      *
       9120-SEND-DATA-ONLY.
           EXEC CICS
           MOVE ASET-OWNER-REGION TO ARGNO
           MOVE ASET-OWNER-CODE TO ACODO
           MOVE ASET-CRITICALITY TO ACRTO
           MOVE ASET-ACTIVE TO AACTO
           MOVE ASET-VENDOR-ID TO AVNDO
           MOVE ASET-CONTRACT-NUM TO ACNOO
           PERFORM 9150-LIST-DEPENDENTS THRU 9150-EXIT.
      *
       9140-MOVE-SCREEN-TO-FILE.
           IF AIDNL > ZERO
           END-IF
           IF AACTL > ZERO
               MOVE FUNCTION UPPER-CASE(AACTI) TO ASET-ACTIVE
           END-IF
           IF AVNDL > ZERO
               MOVE FUNCTION UPPER-CASE(AVNDI) TO ASET-VENDOR-ID
           END-IF
           IF ACNOL > ZERO
               MOVE FUNCTION UPPER-CASE(ACNOI) TO ASET-CONTRACT-NUM
           END-IF
           MOVE SPACES TO WS-DEP-ID WS-DEP-ACTION
           IF DEPNL > ZERO
               MOVE FUNCTION UPPER-CASE(DEPNI) TO WS-DEP-ID
           END-IF
           IF DACTL > ZERO
               MOVE FUNCTION UPPER-CASE(DACTI) TO WS-DEP-ACTION
           END-IF.
      *
      *    The first seven assets that depend directly on this one.
       9150-LIST-DEPENDENTS.
           MOVE SPACES TO DLSTO
           MOVE ZERO TO WS-DLST-IX
           IF ASET-ID = SPACES OR ASET-ID = LOW-VALUES
               GO TO 9150-EXIT
           END-IF
           MOVE ASET-ID TO CIDP-PARENT-ID
           MOVE LOW-VALUES TO CIDP-CHILD-ID
           MOVE 'N' TO WS-DEP-DONE
           EXEC CICS STARTBR FILE('cidp0001')
                RIDFLD (CIDP-KEY)
                KEYLENGTH (WS-CIDP-KEY-LEN)
                GTEQ
                NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL)
               GO TO 9150-EXIT
           END-IF
           PERFORM UNTIL WS-DEP-DONE = 'Y' OR WS-DLST-IX >= 7
               EXEC CICS READNEXT FILE('cidp0001')
                    INTO (WS-CIDP-REC)
                    RIDFLD (CIDP-KEY)
                    KEYLENGTH (WS-CIDP-KEY-LEN)
                    NOHANDLE
               END-EXEC
               IF EIBRESP NOT = DFHRESP(NORMAL)
                   OR CIDP-PARENT-ID NOT = ASET-ID
                   MOVE 'Y' TO WS-DEP-DONE
               ELSE
                   MOVE CIDP-CHILD-ID TO
                       DLSTO(WS-DLST-IX * 9 + 1:8)
                   ADD 1 TO WS-DLST-IX
               END-IF
           END-PERFORM
           EXEC CICS ENDBR
               FILE ('cidp0001')
               NOHANDLE
           END-EXEC.
       9150-EXIT.
           EXIT.
      *    Self-loop under this program's own dedicated TRANSID('SM32')
      *    (same idiom as SM0008's TRANSID('SM08')) rather than
      *    RETURN TRANSID(EIBTRNID).
                   COMMAREA (DFHCOMMAREA)
               END-EXEC
           END-IF.
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
