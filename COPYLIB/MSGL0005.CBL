      * Message ids used by SM0005 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0005'.
	   05  FILLER		 PIC 9(03) VALUE 005.
	   05  FILLER		 PIC X(08) VALUE 'SM050001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket &1 not found'.
	   05  FILLER		 PIC X(08) VALUE 'SM050002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket &1 already closed'.
	   05  FILLER		 PIC X(08) VALUE 'SM050003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Category not granted'.
	   05  FILLER		 PIC X(08) VALUE 'SM050004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket in use - wait'.
	   05  FILLER		 PIC X(08) VALUE 'SM050005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket &1 CLOSED'.
