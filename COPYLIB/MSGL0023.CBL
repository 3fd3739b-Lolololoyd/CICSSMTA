      * Message ids used by SM0023 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0023'.
	   05  FILLER		 PIC 9(03) VALUE 006.
	   05  FILLER		 PIC X(08) VALUE 'SM230001'.
	   05  FILLER		 PIC X(79) VALUE
	       'ENTER reopens with the reason - PF3 backs out'.
	   05  FILLER		 PIC X(08) VALUE 'SM230002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter the reopen reason and press ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM230003'.
	   05  FILLER		 PIC X(79) VALUE
	       'A reopen reason is required'.
	   05  FILLER		 PIC X(08) VALUE 'SM230004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket no longer on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM230005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket is not closed - nothing to reopen'.
	   05  FILLER		 PIC X(08) VALUE 'SM230006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket reopened - back in the open queue'.
