      * Message ids used by SM0010 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0010'.
	   05  FILLER		 PIC 9(03) VALUE 005.
	   05  FILLER		 PIC X(08) VALUE 'SM100001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Reject requires a reason - enter one and re-ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM100002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Approver authority required to work this queue'.
	   05  FILLER		 PIC X(08) VALUE 'SM100003'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of approval queue'.
	   05  FILLER		 PIC X(08) VALUE 'SM100004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Applied - &1 appr, &2 rej, &3 skip, &4 freeze, &5 need m
      -        'ore authority'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
