      * Commarea layout for SM0061 (ucat0001 ADD/CHANGE/DELETE/FIND
      * maintenance transaction) - carries the current action and the
      * last RIDFLD across the pseudo-conversational SEND/RECEIVE
      * loop, the same way CNTCOMM does for SM0056 against cntr0001.
      *
	   05  LS-ACTION		 PIC X(06).
	   05  LS-CURRENT-MAP		 PIC X(07).
	   05  LS-RIDFLD		 PIC X(14).
	   05  LS-NEXT-PROG		 PIC X(08).
	   05  LS-LAST-PROG		 PIC X(08).
