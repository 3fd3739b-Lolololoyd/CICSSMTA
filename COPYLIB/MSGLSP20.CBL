      * Message ids used by SAMP20 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SAMP20'.
	   05  FILLER		 PIC 9(03) VALUE 032.
	   05  FILLER		 PIC X(08) VALUE 'SAM20001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter code or short name and press ENTER key'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Contact details are masked for you - no change'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Type Y and ENTER to confirm delete - PF24 cancels'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20004'.
	   05  FILLER		 PIC X(79) VALUE
	       'PF1=Find PF4=Chg PF5=Add PF6=Del PF9=Print PF11=Reveal'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Contact details are already shown in full'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Contact details are not available to you'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Find a contact first'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Type the reason to reveal and ENTER - PF24 cancels'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record key version not available - not changed'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Region is outside your scope'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Code cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Name cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Postal code not found in reference table'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Organization not on file or not active'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Short name already in use - change it or PF24'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20016'.
	   05  FILLER		 PIC X(79) VALUE
	       'A reason is required to reveal - PF24 cancels'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20017'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record is no longer on file'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20018'.
	   05  FILLER		 PIC X(79) VALUE
	       'Contact details revealed - the reveal has been logged'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20019'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record added with override - code suffixed'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20020'.
	   05  FILLER		 PIC X(79) VALUE
	       'Beginning of file encountered'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20021'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of file encountered'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20022'.
	   05  FILLER		 PIC X(79) VALUE
	       'Print request queued for &1'.
	   05  FILLER		 PIC X(08) VALUE 'SAM20023'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 open tickets route here - not deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00002'.
	   05  FILLER		 PIC X(79) VALUE
	       'No record found'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Request has been cancelled'.
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
	   05  FILLER		 PIC X(08) VALUE 'SMG00010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been added'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record is outside your region scope'.
