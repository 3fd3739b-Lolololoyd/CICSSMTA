      * Message ids used by SM0055 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0055'.
	   05  FILLER		 PIC 9(03) VALUE 015.
	   05  FILLER		 PIC X(08) VALUE 'SM550001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter vendor id, then ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM550002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Vendor id cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM550003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Vendor name cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM550004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Support phone cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM550005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Vendor still has contracts - delete those first'.
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
