      * Commarea layout for SM0052 (my follow-ups list) - the browse
      * position, the due-only filter and the ticket numbers on the
      * displayed page, carried across the pseudo-conversational loop
      * the same way TKBCOMM carries them for SM0009's ticket list.
      *
	   05  CA-TOP-RIDFLD			 PIC X(06).
	   05  CA-FIRST-RIDFLD			 PIC X(06).
	   05  CA-LAST-RIDFLD			 PIC X(06).
	   05  CA-FILT-DUE			 PIC X(01).
	       88  CA-DUE-ONLY		 VALUE 'Y'.
	   05  CA-ROW-TICKET		 OCCURS 10 TIMES PIC X(06).
