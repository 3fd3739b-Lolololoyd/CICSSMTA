      * Message ids used by SM0017 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0017'.
	   05  FILLER		 PIC 9(03) VALUE 003.
	   05  FILLER		 PIC X(08) VALUE 'SM170001'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of session list'.
	   05  FILLER		 PIC X(08) VALUE 'SM170002'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 session(s) flagged for sign-off'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
