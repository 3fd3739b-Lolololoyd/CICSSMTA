      * Message ids used by SM0047 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0047'.
	   05  FILLER		 PIC 9(03) VALUE 019.
	   05  FILLER		 PIC X(08) VALUE 'SM470001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter team code and press ENTER key'.
	   05  FILLER		 PIC X(08) VALUE 'SM470002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Team code cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM470003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Team name cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM470004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Team lead is not on UAF00001'.
	   05  FILLER		 PIC X(08) VALUE 'SM470005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Active must be Y or N'.
	   05  FILLER		 PIC X(08) VALUE 'SM470006'.
	   05  FILLER		 PIC X(79) VALUE
	       'A team needs at least one member'.
	   05  FILLER		 PIC X(08) VALUE 'SM470007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Member is not on UAF00001'.
	   05  FILLER		 PIC X(08) VALUE 'SM470008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Member is already on this team'.
	   05  FILLER		 PIC X(08) VALUE 'SM470009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Team is still named on a service - not deleted'.
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
	   05  FILLER		 PIC X(08) VALUE 'SMG00008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Press ENTER key to delete - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been found'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been added'.
