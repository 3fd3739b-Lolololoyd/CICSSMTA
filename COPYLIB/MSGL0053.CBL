      * Message ids used by SM0053 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0053'.
	   05  FILLER		 PIC 9(03) VALUE 012.
	   05  FILLER		 PIC X(08) VALUE 'SM530001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the call and press ENTER - PF3 returns to menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM530002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - ENTER logs, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM530003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter the caller''s userid'.
	   05  FILLER		 PIC X(08) VALUE 'SM530004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Caller userid not on the user file'.
	   05  FILLER		 PIC X(08) VALUE 'SM530005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter the service code the call was about'.
	   05  FILLER		 PIC X(08) VALUE 'SM530006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service code not an active catalog entry'.
	   05  FILLER		 PIC X(08) VALUE 'SM530007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Resolved on the call - Y or N'.
	   05  FILLER		 PIC X(08) VALUE 'SM530008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket number not on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM530009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter the minutes spent on the call'.
	   05  FILLER		 PIC X(08) VALUE 'SM530010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Minutes must be a whole number, 1-999'.
	   05  FILLER		 PIC X(08) VALUE 'SM530011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Call log file unavailable - call not logged'.
	   05  FILLER		 PIC X(08) VALUE 'SM530012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Call logged for &1 - key the next call or PF3'.
