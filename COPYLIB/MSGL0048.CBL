      * Message ids used by SM0048 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0048'.
	   05  FILLER		 PIC 9(03) VALUE 013.
	   05  FILLER		 PIC X(08) VALUE 'SM480001'.
	   05  FILLER		 PIC X(79) VALUE
	       'P pulls a ticket, S carries it to the menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM480002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey - PF5 next, PF7/PF8 page, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM480003'.
	   05  FILLER		 PIC X(79) VALUE
	       'You are not a member of that team'.
	   05  FILLER		 PIC X(08) VALUE 'SM480004'.
	   05  FILLER		 PIC X(79) VALUE
	       'You are not a member of any resolver team'.
	   05  FILLER		 PIC X(08) VALUE 'SM480005'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of team queue'.
	   05  FILLER		 PIC X(08) VALUE 'SM480006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is no longer live'.
	   05  FILLER		 PIC X(08) VALUE 'SM480007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is not in your team queue'.
	   05  FILLER		 PIC X(08) VALUE 'SM480008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is still pending approval'.
	   05  FILLER		 PIC X(08) VALUE 'SM480009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is already assigned to you'.
	   05  FILLER		 PIC X(08) VALUE 'SM480010'.
	   05  FILLER		 PIC X(79) VALUE
	       'No unassigned work waiting in your team queue'.
	   05  FILLER		 PIC X(08) VALUE 'SM480011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is already assigned to &1'.
	   05  FILLER		 PIC X(08) VALUE 'SM480012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket &1 is now assigned to you'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket not found'.
