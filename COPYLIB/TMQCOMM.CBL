      * Commarea layout for SM0048 (resolver-team work queue) -
      * carries the browse position, the filters, the ticket numbers
      * on the displayed page and the signed-on user's own teams
      * across the pseudo-conversational SEND/RECEIVE loop, the same
      * way TKBCOMM does for SM0009's ticket list. The team list is
      * looked up once, on the first entry.
      *
	   05  CA-TOP-RIDFLD			 PIC X(06).
	   05  CA-FIRST-RIDFLD			 PIC X(06).
	   05  CA-LAST-RIDFLD			 PIC X(06).
	   05  CA-FILT-TEAM			 PIC X(06).
	   05  CA-FILT-UNASG			 PIC X(01).
	       88  CA-UNASG-ONLY		 VALUE 'Y'.
	   05  CA-ROW-TICKET		 OCCURS 10 TIMES PIC X(06).
	   05  CA-TEAM-COUNT			 PIC 9(02).
	   05  CA-MY-TEAM		 OCCURS 10 TIMES PIC X(06).
