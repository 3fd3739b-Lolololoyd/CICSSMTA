      * Commarea layout for SM0065 (site-parameter history inquiry
      * and restore) - carries the parameter shown, the sith0001
      * browse position and the history keys on the displayed page
      * across the pseudo-conversational SEND/RECEIVE loop, the same
      * shape BRQCOMM carries for SM0034's request queue.
      *
	   05  CA-PARM-ID			 PIC X(08).
	   05  CA-TOP-KEY			 PIC X(24).
	   05  CA-FIRST-KEY			 PIC X(24).
	   05  CA-LAST-KEY			 PIC X(24).
	   05  CA-ROW-KEY		 OCCURS 10 TIMES PIC X(24).
