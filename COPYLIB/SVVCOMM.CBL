      * Commarea layout for SM0064 (svcv0001 service-catalog version
      * staging and review) - carries the current action and the last
      * RIDFLD across the pseudo-conversational SEND/RECEIVE loop, the
      * same way UFSCOMM does for SM0062 against uafs0001.
      *
	   05  LS-ACTION			 PIC X(06).
	   05  LS-CURRENT-MAP			 PIC X(07).
	   05  LS-RIDFLD			 PIC X(22).
	   05  LS-NEXT-PROG			 PIC X(08).
	   05  LS-LAST-PROG			 PIC X(08).
