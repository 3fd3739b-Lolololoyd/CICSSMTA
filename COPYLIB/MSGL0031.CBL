      * Message ids used by SM0031 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0031'.
	   05  FILLER		 PIC 9(03) VALUE 012.
	   05  FILLER		 PIC X(08) VALUE 'SM310001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter problem number and press ENTER key'.
	   05  FILLER		 PIC X(08) VALUE 'SM310002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service code cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM310003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Describe the problem first'.
	   05  FILLER		 PIC X(08) VALUE 'SM310004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Status must be O, R, S or V'.
	   05  FILLER		 PIC X(08) VALUE 'SM310005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Problem &1 raised'.
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
	   05  FILLER		 PIC X(08) VALUE 'SMG00007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been found'.
