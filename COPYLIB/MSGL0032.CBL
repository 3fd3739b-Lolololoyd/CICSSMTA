      * Message ids used by SM0032 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0032'.
	   05  FILLER		 PIC 9(03) VALUE 024.
	   05  FILLER		 PIC X(08) VALUE 'SM320001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter asset id and press ENTER key'.
	   05  FILLER		 PIC X(08) VALUE 'SM320002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Asset id cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM320003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Description cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM320004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Criticality must be 1 (high), 2 or 3 (low)'.
	   05  FILLER		 PIC X(08) VALUE 'SM320005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Support contract is not on file for that vendor'.
	   05  FILLER		 PIC X(08) VALUE 'SM320006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the dependent asset id with the A or D'.
	   05  FILLER		 PIC X(08) VALUE 'SM320007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Dependent action must be A (add) or D (drop)'.
	   05  FILLER		 PIC X(08) VALUE 'SM320008'.
	   05  FILLER		 PIC X(79) VALUE
	       'An asset cannot depend on itself'.
	   05  FILLER		 PIC X(08) VALUE 'SM320009'.
	   05  FILLER		 PIC X(79) VALUE
	       'That asset is not a dependent of this one'.
	   05  FILLER		 PIC X(08) VALUE 'SM320010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Dependent asset is not on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM320011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Loop - this asset already depends on that one'.
	   05  FILLER		 PIC X(08) VALUE 'SM320012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been changed - dependent dropped'.
	   05  FILLER		 PIC X(08) VALUE 'SM320013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been changed - dependent added'.
	   05  FILLER		 PIC X(08) VALUE 'SM320014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Other assets depend on this one - drop them first'.
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
