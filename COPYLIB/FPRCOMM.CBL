      * Commarea layout for SM0066 (fper0001 fiscal-period calendar
      * ADD/CHANGE/DELETE/FIND maintenance transaction) - carries the
      * current action and the last RIDFLD across the pseudo-
      * conversational SEND/RECEIVE loop, the same way SVVCOMM does
      * for SM0064 against svcv0001.
      *
	   05  LS-ACTION			 PIC X(06).
	   05  LS-CURRENT-MAP			 PIC X(07).
      *        Fiscal year + period, the fper0001 key.
	   05  LS-RIDFLD			 PIC X(06).
	   05  LS-NEXT-PROG			 PIC X(08).
	   05  LS-LAST-PROG			 PIC X(08).
