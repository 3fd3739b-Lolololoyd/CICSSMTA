      * Message ids used by SM0034 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0034'.
	   05  FILLER		 PIC 9(03) VALUE 005.
	   05  FILLER		 PIC X(08) VALUE 'SM340001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Batch request queue requires ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM340002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Job is not on the queueable-jobs list'.
	   05  FILLER		 PIC X(08) VALUE 'SM340003'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of request queue'.
	   05  FILLER		 PIC X(08) VALUE 'SM340004'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 queued for the next pickup'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
