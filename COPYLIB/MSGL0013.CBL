      * Message ids used by SM0013 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0013'.
	   05  FILLER		 PIC 9(03) VALUE 037.
	   05  FILLER		 PIC X(08) VALUE 'SM130001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Type S against a service and press ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM130002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Priority must be 1 (high), 2 or 3 (low)'.
	   05  FILLER		 PIC X(08) VALUE 'SM130003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter a one-line summary of the problem'.
	   05  FILLER		 PIC X(08) VALUE 'SM130004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Asset id not on the asset master'.
	   05  FILLER		 PIC X(08) VALUE 'SM130005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Asset is marked inactive'.
	   05  FILLER		 PIC X(08) VALUE 'SM130006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Class must be C (change request) or left blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM130007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change needs a planned start date (YYYYMMDD)'.
	   05  FILLER		 PIC X(08) VALUE 'SM130008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change needs a planned end date (YYYYMMDD)'.
	   05  FILLER		 PIC X(08) VALUE 'SM130009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Planned start time must be HHMM'.
	   05  FILLER		 PIC X(08) VALUE 'SM130010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Planned end time must be HHMM'.
	   05  FILLER		 PIC X(08) VALUE 'SM130011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Planned start cannot be in the past'.
	   05  FILLER		 PIC X(08) VALUE 'SM130012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Planned window ends before it starts'.
	   05  FILLER		 PIC X(08) VALUE 'SM130013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Risk must be H (high), M (medium) or L (low)'.
	   05  FILLER		 PIC X(08) VALUE 'SM130014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change needs an implementation plan line'.
	   05  FILLER		 PIC X(08) VALUE 'SM130015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change needs a backout plan line'.
	   05  FILLER		 PIC X(08) VALUE 'SM130016'.
	   05  FILLER		 PIC X(79) VALUE
	       'Only SERVICE users open tickets for a caller'.
	   05  FILLER		 PIC X(08) VALUE 'SM130017'.
	   05  FILLER		 PIC X(79) VALUE
	       'Caller is yourself - leave the caller field blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM130018'.
	   05  FILLER		 PIC X(79) VALUE
	       'Caller userid not on the user file'.
	   05  FILLER		 PIC X(08) VALUE 'SM130019'.
	   05  FILLER		 PIC X(79) VALUE
	       'Caller userid is outside its effective dates'.
	   05  FILLER		 PIC X(08) VALUE 'SM130020'.
	   05  FILLER		 PIC X(79) VALUE
	   'Confirm caller name and department - ENTER again to open'.
	   05  FILLER		 PIC X(08) VALUE 'SM130021'.
	   05  FILLER		 PIC X(79) VALUE
	       'INQUIRY access cannot open new tickets'.
	   05  FILLER		 PIC X(08) VALUE 'SM130022'.
	   05  FILLER		 PIC X(79) VALUE
	       'Estimated cost must be an amount, e.g. 1500.00'.
	   05  FILLER		 PIC X(08) VALUE 'SM130023'.
	   05  FILLER		 PIC X(79) VALUE
	       'Estimated cost must be 0 to 9999999.99'.
	   05  FILLER		 PIC X(08) VALUE 'SM130024'.
	   05  FILLER		 PIC X(79) VALUE
	       'This service needs approval - enter an estimated cost'.
	   05  FILLER		 PIC X(08) VALUE 'SM130025'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service no longer available - pick another'.
	   05  FILLER		 PIC X(08) VALUE 'SM130026'.
	   05  FILLER		 PIC X(79) VALUE
	       'Answer for this service and press ENTER - * = required'.
	   05  FILLER		 PIC X(08) VALUE 'SM130027'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - ENTER opens, PF3 goes back'.
	   05  FILLER		 PIC X(08) VALUE 'SM130028'.
	   05  FILLER		 PIC X(79) VALUE
	       'This question needs an answer'.
	   05  FILLER		 PIC X(08) VALUE 'SM130029'.
	   05  FILLER		 PIC X(79) VALUE
	       'Answer must be a number'.
	   05  FILLER		 PIC X(08) VALUE 'SM130030'.
	   05  FILLER		 PIC X(79) VALUE
	       'Answer must be a date, YYYYMMDD'.
	   05  FILLER		 PIC X(08) VALUE 'SM130031'.
	   05  FILLER		 PIC X(79) VALUE
	       'Answer must be Y (yes) or N (no)'.
	   05  FILLER		 PIC X(08) VALUE 'SM130032'.
	   05  FILLER		 PIC X(79) VALUE
	       'S + ENTER = this solved it, no ticket - ENTER or PF5 = o
      -        'pen anyway'.
	   05  FILLER		 PIC X(08) VALUE 'SM130033'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - ENTER/PF5 opens, PF3 goes back'.
	   05  FILLER		 PIC X(08) VALUE 'SM130034'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of service catalog'.
	   05  FILLER		 PIC X(08) VALUE 'SM130035'.
	   05  FILLER		 PIC X(79) VALUE
	       'Window meets freeze &1 - plan the change clear of it'.
	   05  FILLER		 PIC X(08) VALUE 'SM130036'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service in maintenance window &1 - ENTER again to open a
      -        'nyway'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
