      * Commarea layout for SM0071 (user preferences) - carries the
      * userid whose usrp0001 preferences are on the screen across the
      * pseudo-conversational SEND/RECEIVE loop, the SUBCOMM shape
      * without the page keys.
      *
	   05  CA-PRF-USERID			 PIC X(08).
