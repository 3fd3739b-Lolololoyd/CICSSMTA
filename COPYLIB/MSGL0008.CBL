      * Message ids used by SM0008 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0008'.
	   05  FILLER		 PIC 9(03) VALUE 019.
	   05  FILLER		 PIC X(08) VALUE 'SM080001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter service code and press ENTER key'.
	   05  FILLER		 PIC X(08) VALUE 'SM080002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service code cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM080003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Response days must be numeric'.
	   05  FILLER		 PIC X(08) VALUE 'SM080004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Resolution days must be numeric'.
	   05  FILLER		 PIC X(08) VALUE 'SM080005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Approvals needed must be 0, 1 or 2'.
	   05  FILLER		 PIC X(08) VALUE 'SM080006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Resolver team not on file or inactive'.
	   05  FILLER		 PIC X(08) VALUE 'SM080007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Availability target must be a percent, e.g. 99.50'.
	   05  FILLER		 PIC X(08) VALUE 'SM080008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Paging ladder entries need both region and code'.
	   05  FILLER		 PIC X(08) VALUE 'SM080009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Hour targets must be numeric'.
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
