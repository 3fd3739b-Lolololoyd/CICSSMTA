      * Message ids used by SM0064 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0064'.
	   05  FILLER		 PIC 9(03) VALUE 029.
	   05  FILLER		 PIC X(08) VALUE 'SM640001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter service code and date (blank = first version)'.
	   05  FILLER		 PIC X(08) VALUE 'SM640002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter code, date and new terms - blank keeps a term'.
	   05  FILLER		 PIC X(08) VALUE 'SM640003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Press ENTER key to withdraw - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SM640004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Version staged - SVCSCH01 promotes it when due'.
	   05  FILLER		 PIC X(08) VALUE 'SM640005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Only a pending version can be changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM640006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Version restaged'.
	   05  FILLER		 PIC X(08) VALUE 'SM640007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service code cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM640008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service code is not on the service catalog'.
	   05  FILLER		 PIC X(08) VALUE 'SM640009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Effective date must be a valid YYYYMMDD date'.
	   05  FILLER		 PIC X(08) VALUE 'SM640010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Effective date must be after today - use SM0008'.
	   05  FILLER		 PIC X(08) VALUE 'SM640011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Response days must be numeric'.
	   05  FILLER		 PIC X(08) VALUE 'SM640012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Resolution days must be numeric'.
	   05  FILLER		 PIC X(08) VALUE 'SM640013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Approvals needed must be 0, 1 or 2'.
	   05  FILLER		 PIC X(08) VALUE 'SM640014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Resolver team not on file or inactive'.
	   05  FILLER		 PIC X(08) VALUE 'SM640015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Hour targets must be numeric'.
	   05  FILLER		 PIC X(08) VALUE 'SM640016'.
	   05  FILLER		 PIC X(79) VALUE
	       'Version changes none of the terms before it'.
	   05  FILLER		 PIC X(08) VALUE 'SM640017'.
	   05  FILLER		 PIC X(79) VALUE
	       'Reason cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM640018'.
	   05  FILLER		 PIC X(79) VALUE
	       'Version has already been processed - not deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SM640019'.
	   05  FILLER		 PIC X(79) VALUE
	       'Version has been withdrawn'.
	   05  FILLER		 PIC X(08) VALUE 'SM640020'.
	   05  FILLER		 PIC X(79) VALUE
	       'Version has been found - PF7/PF8 for others'.
	   05  FILLER		 PIC X(08) VALUE 'SM640021'.
	   05  FILLER		 PIC X(79) VALUE
	       'Earlier version shown'.
	   05  FILLER		 PIC X(08) VALUE 'SM640022'.
	   05  FILLER		 PIC X(79) VALUE
	       'No earlier version of this service code'.
	   05  FILLER		 PIC X(08) VALUE 'SM640023'.
	   05  FILLER		 PIC X(79) VALUE
	       'Later version shown'.
	   05  FILLER		 PIC X(08) VALUE 'SM640024'.
	   05  FILLER		 PIC X(79) VALUE
	       'No later version of this service code'.
	   05  FILLER		 PIC X(08) VALUE 'SM640025'.
	   05  FILLER		 PIC X(79) VALUE
	       'Find a version first - PF1'.
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
