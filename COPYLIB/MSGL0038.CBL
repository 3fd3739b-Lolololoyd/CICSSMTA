      * Message ids used by SM0038 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0038'.
	   05  FILLER		 PIC 9(03) VALUE 005.
	   05  FILLER		 PIC X(08) VALUE 'SM380001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key one or two words and press ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM380002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - ENTER searches, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM380003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key at least one word of 3+ characters'.
	   05  FILLER		 PIC X(08) VALUE 'SM380004'.
	   05  FILLER		 PIC X(79) VALUE
	       'No tickets match - try other words'.
	   05  FILLER		 PIC X(08) VALUE 'SM380005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Showing first matches - refine with a second word'.
