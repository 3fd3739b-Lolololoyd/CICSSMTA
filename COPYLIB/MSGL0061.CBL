      * Message ids used by SM0061 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0061'.
	   05  FILLER		 PIC 9(03) VALUE 015.
	   05  FILLER		 PIC X(08) VALUE 'SM610001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter userid and category, then ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM610002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Grant has been added'.
	   05  FILLER		 PIC X(08) VALUE 'SM610003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Grant has been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM610004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Userid cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM610005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Userid is not on the user access file'.
	   05  FILLER		 PIC X(08) VALUE 'SM610006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Category cannot be blank - ** grants every one'.
	   05  FILLER		 PIC X(08) VALUE 'SM610007'.
	   05  FILLER		 PIC X(79) VALUE
	       'No catalog service code carries that category'.
	   05  FILLER		 PIC X(08) VALUE 'SM610008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Grant has been deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SM610009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Grant has been found'.
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
