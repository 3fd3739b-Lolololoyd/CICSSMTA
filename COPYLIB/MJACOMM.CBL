      * Commarea layout for SM0067 (post-incident action items) -
      * carries the incident shown, the mjai0001 browse position and
      * the action keys on the displayed page across the pseudo-
      * conversational SEND/RECEIVE loop, the same shape SPHCOMM
      * carries for SM0065. SM0041 hands over the incident id with
      * CA-ENTRY set to 'B' when PF5 brings the user across from the
      * bridge screen, so the first pass lists that incident's
      * actions without waiting for ENTER.
      *
	   05  CA-INCIDENT-ID			 PIC X(06).
	   05  CA-ENTRY				 PIC X(01).
	       88  CA-FROM-BRIDGE		 VALUE 'B'.
	   05  CA-TOP-KEY			 PIC X(09).
	   05  CA-FIRST-KEY			 PIC X(09).
	   05  CA-LAST-KEY			 PIC X(09).
	   05  CA-ROW-KEY		 OCCURS 10 TIMES PIC X(09).
