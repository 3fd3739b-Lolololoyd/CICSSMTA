      * Message ids used by SM0045 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0045'.
	   05  FILLER		 PIC 9(03) VALUE 009.
	   05  FILLER		 PIC X(08) VALUE 'SM450001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the suspended userid and press ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM450002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - ENTER acts, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM450003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Reactivation requires ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM450004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Userid required'.
	   05  FILLER		 PIC X(08) VALUE 'SM450005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Userid not on UAF00001'.
	   05  FILLER		 PIC X(08) VALUE 'SM450006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Not a policy suspension - use SM0007'.
	   05  FILLER		 PIC X(08) VALUE 'SM450007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Account is not suspended'.
	   05  FILLER		 PIC X(08) VALUE 'SM450008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Grace period passed - use SM0007'.
	   05  FILLER		 PIC X(08) VALUE 'SM450009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Account &1 reactivated'.
