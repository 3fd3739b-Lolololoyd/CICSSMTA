      * Message lookup commarea - COPYd into WORKING-STORAGE by every
      * online program that fetches its messages from the msgc0001
      * catalog, and passed on an EXEC CICS LINK to SM0072, which
      * does the lookup (the EXEC CICS commands stay in SM0072 rather
      * than in a procedure member). Per message the caller sets
      * MSGX-ID, optionally MSGX-DEFAULT (the wording to show when
      * the catalog has no entry for the id) and MSGX-SUB(1-5) (the
      * values for &1-&5 in the text), performs its
      * 9700-GET-MESSAGE paragraph and moves MSGX-TEXT to the screen;
      * 9700 clears the default and the slots on the way out. SM0072
      * finds MSGX-LANG from the signed-on user's usrp0001 record on
      * the first call in a task (EN when none is on file) and hands
      * it back, so later calls skip the read. Every id a program
      * uses is also listed in its MSGLnnnn member for the MSGREG01
      * registry, which MSGRPT01 checks against the catalog.
      *
	   05  MSGX-ID				 PIC X(08).
	   05  MSGX-LANG			 PIC X(02) VALUE SPACES.
	   05  MSGX-DEFAULT			 PIC X(79) VALUE SPACES.
	   05  MSGX-SUBS			 VALUE SPACES.
	       10  MSGX-SUB		 OCCURS 5 TIMES PIC X(20).
	   05  MSGX-TEXT			 PIC X(79).
	   05  MSGX-FOUND			 PIC X(01).
	       88  MSGX-IN-CATALOG		 VALUE 'Y'.
      *        The caller's LINK response - SM0072 leaves it alone.
	   05  MSGX-LINK-RESP			 PIC S9(8) COMP.
