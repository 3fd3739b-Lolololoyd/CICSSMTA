      * Commarea layout for SM0063 (apat0001 ADD/CHANGE/DELETE/FIND
      * maintenance transaction) - carries the current action and the
      * last RIDFLD (department plus band ceiling) across the pseudo-
      * conversational SEND/RECEIVE loop, the same way UCTCOMM does
      * for SM0061 against ucat0001.
      *
	   05  LS-ACTION		 PIC X(06).
	   05  LS-CURRENT-MAP		 PIC X(07).
	   05  LS-RIDFLD		 PIC X(14).
	   05  LS-NEXT-PROG		 PIC X(08).
	   05  LS-LAST-PROG		 PIC X(08).
