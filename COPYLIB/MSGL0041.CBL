      * Message ids used by SM0041 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0041'.
	   05  FILLER		 PIC 9(03) VALUE 016.
	   05  FILLER		 PIC X(08) VALUE 'SM410001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key incident id and D/L/C, then ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM410002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey - ENTER acts, PF5 actions, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM410003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Major-incident screen requires ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM410004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Incident id required'.
	   05  FILLER		 PIC X(08) VALUE 'SM410005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the incident id, then PF5 for its actions'.
	   05  FILLER		 PIC X(08) VALUE 'SM410006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Incident not on file - D declares it'.
	   05  FILLER		 PIC X(08) VALUE 'SM410007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Declare needs a service code and description'.
	   05  FILLER		 PIC X(08) VALUE 'SM410008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Describe the incident first'.
	   05  FILLER		 PIC X(08) VALUE 'SM410009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Failed asset is not on file - see SM0032'.
	   05  FILLER		 PIC X(08) VALUE 'SM410010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Incident id already declared'.
	   05  FILLER		 PIC X(08) VALUE 'SM410011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Incident declared - broadcast posted'.
	   05  FILLER		 PIC X(08) VALUE 'SM410012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Type the command-log entry first'.
	   05  FILLER		 PIC X(08) VALUE 'SM410013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Command-log entry added'.
	   05  FILLER		 PIC X(08) VALUE 'SM410014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Incident not on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM410015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Incident already closed'.
	   05  FILLER		 PIC X(08) VALUE 'SM410016'.
	   05  FILLER		 PIC X(79) VALUE
	       'Incident closed - run MJIRPT01 for the timeline'.
