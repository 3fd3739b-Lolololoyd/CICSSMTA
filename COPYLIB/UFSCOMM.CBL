      * Commarea layout for SM0062 (uafs0001 scheduled entitlement
      * change staging and approval) - carries the current action and
      * the last RIDFLD across the pseudo-conversational SEND/RECEIVE
      * loop, the same way UCTCOMM does for SM0061 against ucat0001.
      *
	   05  LS-ACTION		 PIC X(06).
	   05  LS-CURRENT-MAP		 PIC X(07).
	   05  LS-RIDFLD		 PIC X(16).
	   05  LS-NEXT-PROG		 PIC X(08).
	   05  LS-LAST-PROG		 PIC X(08).
