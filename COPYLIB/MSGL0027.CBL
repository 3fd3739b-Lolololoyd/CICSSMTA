      * Message ids used by SM0027 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0027'.
	   05  FILLER		 PIC 9(03) VALUE 016.
	   05  FILLER		 PIC X(08) VALUE 'SM270001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Name a delegate and window - PF6 withdraws'.
	   05  FILLER		 PIC X(08) VALUE 'SM270002'.
	   05  FILLER		 PIC X(79) VALUE
	       'ENTER saves, PF6 withdraws, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM270003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Delegate userid is required'.
	   05  FILLER		 PIC X(08) VALUE 'SM270004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Cannot delegate to yourself'.
	   05  FILLER		 PIC X(08) VALUE 'SM270005'.
	   05  FILLER		 PIC X(79) VALUE
	       'From date must be numeric YYYYMMDD'.
	   05  FILLER		 PIC X(08) VALUE 'SM270006'.
	   05  FILLER		 PIC X(79) VALUE
	       'To date must be numeric YYYYMMDD'.
	   05  FILLER		 PIC X(08) VALUE 'SM270007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Window ends before it starts'.
	   05  FILLER		 PIC X(08) VALUE 'SM270008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Delegate is not a provisioned userid'.
	   05  FILLER		 PIC X(08) VALUE 'SM270009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Delegation saved'.
	   05  FILLER		 PIC X(08) VALUE 'SM270010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Delegate account is not active'.
	   05  FILLER		 PIC X(08) VALUE 'SM270011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Delegate holds REQUESTOR - SoD conflict'.
	   05  FILLER		 PIC X(08) VALUE 'SM270012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Delegate holds ADMIN - SoD conflict'.
	   05  FILLER		 PIC X(08) VALUE 'SM270013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Delegate has delegated onward - no chains'.
	   05  FILLER		 PIC X(08) VALUE 'SM270014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Window exceeds the site maximum'.
	   05  FILLER		 PIC X(08) VALUE 'SM270015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Delegation withdrawn'.
	   05  FILLER		 PIC X(08) VALUE 'SM270016'.
	   05  FILLER		 PIC X(79) VALUE
	       'No delegation on file to withdraw'.
