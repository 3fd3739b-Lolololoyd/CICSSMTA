      * Commarea layout for SM0054 (part0001 spare-parts
      * ADD/CHANGE/DELETE/FIND maintenance transaction) - carries the
      * current action and the last RIDFLD across the pseudo-
      * conversational SEND/RECEIVE loop, the same way BHRCOMM does
      * for SM0051 against bhrs0001.
      *
	   05  LS-ACTION		 PIC X(06).
	   05  LS-CURRENT-MAP		 PIC X(07).
	   05  LS-RIDFLD		 PIC X(10).
	   05  LS-NEXT-PROG		 PIC X(08).
	   05  LS-LAST-PROG		 PIC X(08).
