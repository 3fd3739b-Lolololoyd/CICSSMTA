      * Message ids used by SM0062 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0062'.
	   05  FILLER		 PIC 9(03) VALUE 029.
	   05  FILLER		 PIC X(08) VALUE 'SM620001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter userid and effective date, then ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM620002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Press ENTER key to approve - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SM620003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Press ENTER key to reject - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SM620004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change staged - another ADMIN must approve it'.
	   05  FILLER		 PIC X(08) VALUE 'SM620005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Only a pending change can be changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM620006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change restaged - another ADMIN must approve it'.
	   05  FILLER		 PIC X(08) VALUE 'SM620007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Userid cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM620008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Userid is not on the user access file'.
	   05  FILLER		 PIC X(08) VALUE 'SM620009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Userid has been terminated - nothing to schedule'.
	   05  FILLER		 PIC X(08) VALUE 'SM620010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Effective date must be a valid YYYYMMDD date'.
	   05  FILLER		 PIC X(08) VALUE 'SM620011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Effective date must be after today - use SM0007'.
	   05  FILLER		 PIC X(08) VALUE 'SM620012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Flags must be Y, N or blank - at least one keyed'.
	   05  FILLER		 PIC X(08) VALUE 'SM620013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Reason cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM620014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change has already been processed - not deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SM620015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change has been deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SM620016'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change has been found'.
	   05  FILLER		 PIC X(08) VALUE 'SM620017'.
	   05  FILLER		 PIC X(79) VALUE
	       'Only a pending change can be approved'.
	   05  FILLER		 PIC X(08) VALUE 'SM620018'.
	   05  FILLER		 PIC X(79) VALUE
	       'Another ADMIN must approve a change you staged'.
	   05  FILLER		 PIC X(08) VALUE 'SM620019'.
	   05  FILLER		 PIC X(79) VALUE
	       'You cannot approve a change to your own access'.
	   05  FILLER		 PIC X(08) VALUE 'SM620020'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change approved - applied on the effective date'.
	   05  FILLER		 PIC X(08) VALUE 'SM620021'.
	   05  FILLER		 PIC X(79) VALUE
	       'Only a pending change can be rejected'.
	   05  FILLER		 PIC X(08) VALUE 'SM620022'.
	   05  FILLER		 PIC X(79) VALUE
	       'You staged this change - use PF6 to withdraw it'.
	   05  FILLER		 PIC X(08) VALUE 'SM620023'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change has been rejected'.
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
