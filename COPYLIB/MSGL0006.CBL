      * Message ids used by SM0006 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0006'.
	   05  FILLER		 PIC 9(03) VALUE 002.
	   05  FILLER		 PIC X(08) VALUE 'SM060001'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of user list'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
