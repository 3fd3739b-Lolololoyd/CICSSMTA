      * Message ids used by SM0066 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0066'.
	   05  FILLER		 PIC 9(03) VALUE 024.
	   05  FILLER		 PIC X(08) VALUE 'SM660001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter fiscal year and period (blank = first period)'.
	   05  FILLER		 PIC X(08) VALUE 'SM660002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter year, period, first and last day and quarter'.
	   05  FILLER		 PIC X(08) VALUE 'SM660003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Fiscal year must be numeric YYYY'.
	   05  FILLER		 PIC X(08) VALUE 'SM660004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Period must be 01 to 13'.
	   05  FILLER		 PIC X(08) VALUE 'SM660005'.
	   05  FILLER		 PIC X(79) VALUE
	       'First day must be a valid YYYYMMDD date'.
	   05  FILLER		 PIC X(08) VALUE 'SM660006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Last day must be a valid YYYYMMDD date'.
	   05  FILLER		 PIC X(08) VALUE 'SM660007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Last day cannot be before the first day'.
	   05  FILLER		 PIC X(08) VALUE 'SM660008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Quarter must be 1 to 4 (blank to default)'.
	   05  FILLER		 PIC X(08) VALUE 'SM660009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Overlaps the period before - check its last day'.
	   05  FILLER		 PIC X(08) VALUE 'SM660010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Overlaps the period after - check its first day'.
	   05  FILLER		 PIC X(08) VALUE 'SM660011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Period has been found - PF7/PF8 for others'.
	   05  FILLER		 PIC X(08) VALUE 'SM660012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Earlier period shown'.
	   05  FILLER		 PIC X(08) VALUE 'SM660013'.
	   05  FILLER		 PIC X(79) VALUE
	       'No earlier period on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM660014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Later period shown'.
	   05  FILLER		 PIC X(08) VALUE 'SM660015'.
	   05  FILLER		 PIC X(79) VALUE
	       'No later period on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM660016'.
	   05  FILLER		 PIC X(79) VALUE
	       'Find a period first - PF1'.
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
	   05  FILLER		 PIC X(08) VALUE 'SMG00007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Press ENTER key to delete - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been added'.
