      * Message ids used by SM0063 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0063'.
	   05  FILLER		 PIC 9(03) VALUE 015.
	   05  FILLER		 PIC X(08) VALUE 'SM630001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter department and band ceiling, then ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM630002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Band has been added'.
	   05  FILLER		 PIC X(08) VALUE 'SM630003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Band has been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM630004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Department cannot be blank - ***** for all others'.
	   05  FILLER		 PIC X(08) VALUE 'SM630005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ceiling must be an amount above zero, e.g. 5000.00'.
	   05  FILLER		 PIC X(08) VALUE 'SM630006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Level must be 0 (none) to 9 steps up the chain'.
	   05  FILLER		 PIC X(08) VALUE 'SM630007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Approver has no organizational profile'.
	   05  FILLER		 PIC X(08) VALUE 'SM630008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Band has been deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SM630009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Band has been found'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00002'.
	   05  FILLER		 PIC X(79) VALUE
	       'No record found'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Request has been cancelled'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Error - duplicate record - correct or PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change data and press enter - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter data and press ENTER - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Press ENTER key to delete - PF24 to cancel'.
