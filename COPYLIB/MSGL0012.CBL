      * Message ids used by SM0012 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0012'.
	   05  FILLER		 PIC 9(03) VALUE 013.
	   05  FILLER		 PIC X(08) VALUE 'SM120001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter a contact code or short name to search'.
	   05  FILLER		 PIC X(08) VALUE 'SM120002'.
	   05  FILLER		 PIC X(79) VALUE
	       'ENTER=search PF8=next match PF5=assign PF3=menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM120003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter a contact code or short name first'.
	   05  FILLER		 PIC X(08) VALUE 'SM120004'.
	   05  FILLER		 PIC X(79) VALUE
	       'No matching contact found'.
	   05  FILLER		 PIC X(08) VALUE 'SM120005'.
	   05  FILLER		 PIC X(79) VALUE
	       'PF5 assigns this contact - PF8 for next match'.
	   05  FILLER		 PIC X(08) VALUE 'SM120006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Contact is outside your regions - PF8 for next'.
	   05  FILLER		 PIC X(08) VALUE 'SM120007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Search for a contact first'.
	   05  FILLER		 PIC X(08) VALUE 'SM120008'.
	   05  FILLER		 PIC X(79) VALUE
	       'No further matches'.
	   05  FILLER		 PIC X(08) VALUE 'SM120009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Search for and display a contact first'.
	   05  FILLER		 PIC X(08) VALUE 'SM120010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket no longer on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM120011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is closed - reassignment not applied'.
	   05  FILLER		 PIC X(08) VALUE 'SM120012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service category &1 is not granted to you - not reassign
      -        'ed'.
	   05  FILLER		 PIC X(08) VALUE 'SM120013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Reassigned to &1'.
