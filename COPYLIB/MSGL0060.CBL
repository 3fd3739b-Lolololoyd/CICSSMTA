      * Message ids used by SM0060 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0060'.
	   05  FILLER		 PIC 9(03) VALUE 010.
	   05  FILLER		 PIC X(08) VALUE 'SM600001'.
	   05  FILLER		 PIC X(79) VALUE
	       'A accepts, R rejects, ENTER alone skips - PF3'.
	   05  FILLER		 PIC X(08) VALUE 'SM600002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - ENTER acts, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM600003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action is A (accept), R (reject) or blank to skip'.
	   05  FILLER		 PIC X(08) VALUE 'SM600004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Contact no longer on NAMEFILE - reject it'.
	   05  FILLER		 PIC X(08) VALUE 'SM600005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Contact key version not available - not applied'.
	   05  FILLER		 PIC X(08) VALUE 'SM600006'.
	   05  FILLER		 PIC X(79) VALUE
	       'No contact-detail changes waiting - PF3'.
	   05  FILLER		 PIC X(08) VALUE 'SM600007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Skipped &1'.
	   05  FILLER		 PIC X(08) VALUE 'SM600008'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 was already reviewed elsewhere'.
	   05  FILLER		 PIC X(08) VALUE 'SM600009'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 updated on NAMEFILE and verified'.
	   05  FILLER		 PIC X(08) VALUE 'SM600010'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 rejected - NAMEFILE left as it was'.
