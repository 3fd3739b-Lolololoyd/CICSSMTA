      *        Set by a child list screen XCTLing back to SM000 with a
      *        picked ticket number in SM-STATE-TICKET - SM000 redraws
      *        the menu with the ticket filled in instead of trying to
      *        RECEIVE a map that is no longer on the screen. D is
      *        SM0013 coming back with no ticket opened because a
      *        suggested knowledge article answered the problem.
	       10  SM-STATE-RETURN		 PIC X(01).
		   88  SM-RETURN-NONE		 VALUE SPACE.
		   88  SM-CHILD-RETURN	 VALUE 'R'.
		   88  SM-CHILD-NEWTKT	 VALUE 'N'.
		   88  SM-CHILD-DEFLECT	 VALUE 'D'.
	   05  SM-OPTION			 PIC X(01).
	   05  SM-TICKET-NUM			 PIC X(06).
	   05  SM-LAST-TIME			 PIC S9(07) COMP-3.
