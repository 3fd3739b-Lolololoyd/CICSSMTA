      * Message ids used by SM0016 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0016'.
	   05  FILLER		 PIC 9(03) VALUE 009.
	   05  FILLER		 PIC X(08) VALUE 'SM160001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter current PIN and the new PIN twice'.
	   05  FILLER		 PIC X(08) VALUE 'SM160002'.
	   05  FILLER		 PIC X(79) VALUE
	       'ENTER applies the change - PF3 returns to menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM160003'.
	   05  FILLER		 PIC X(79) VALUE
	       'User not provisioned on UAF00001'.
	   05  FILLER		 PIC X(08) VALUE 'SM160004'.
	   05  FILLER		 PIC X(79) VALUE
	       'PIN changed - PF3 returns to the menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM160005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Current PIN incorrect'.
	   05  FILLER		 PIC X(08) VALUE 'SM160006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter the new PIN twice'.
	   05  FILLER		 PIC X(08) VALUE 'SM160007'.
	   05  FILLER		 PIC X(79) VALUE
	       'New PIN entries do not match'.
	   05  FILLER		 PIC X(08) VALUE 'SM160008'.
	   05  FILLER		 PIC X(79) VALUE
	       'New PIN must differ from the current PIN'.
	   05  FILLER		 PIC X(08) VALUE 'SM160009'.
	   05  FILLER		 PIC X(79) VALUE
	       'New PIN was used recently - pick another'.
