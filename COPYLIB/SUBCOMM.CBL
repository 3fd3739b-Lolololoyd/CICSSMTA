      * Commarea layout for SM0068 (report subscriptions) - carries
      * the userid whose subscriptions are shown, the rsub0001
      * browse position and the keys on the displayed page across
      * the pseudo-conversational SEND/RECEIVE loop, the same shape
      * MJACOMM carries for SM0067.
      *
	   05  CA-SUB-USERID			 PIC X(08).
	   05  CA-TOP-KEY			 PIC X(16).
	   05  CA-FIRST-KEY			 PIC X(16).
	   05  CA-LAST-KEY			 PIC X(16).
	   05  CA-ROW-KEY		 OCCURS 10 TIMES PIC X(16).
