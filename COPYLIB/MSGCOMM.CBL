      * Commarea layout for SM0070 (msgc0001 message catalog
      * ADD/CHANGE/DELETE/FIND maintenance transaction) - carries the
      * current action and the last RIDFLD (message id + language)
      * across the pseudo-conversational SEND/RECEIVE loop, the
      * TEAMCOMM shape.
      *
	   05  LS-ACTION			 PIC X(06).
	   05  LS-CURRENT-MAP			 PIC X(07).
	   05  LS-RIDFLD			 PIC X(10).
	   05  LS-NEXT-PROG			 PIC X(08).
	   05  LS-LAST-PROG			 PIC X(08).
