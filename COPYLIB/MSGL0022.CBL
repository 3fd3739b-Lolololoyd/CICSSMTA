      * Message ids used by SM0022 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0022'.
	   05  FILLER		 PIC 9(03) VALUE 006.
	   05  FILLER		 PIC X(08) VALUE 'SM220001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Only mover campaigns (99YYMM) without ADMIN'.
	   05  FILLER		 PIC X(08) VALUE 'SM220002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Revoke requires a comment - enter one first'.
	   05  FILLER		 PIC X(08) VALUE 'SM220003'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required to record decisions'.
	   05  FILLER		 PIC X(08) VALUE 'SM220004'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of pending worklist for this campaign'.
	   05  FILLER		 PIC X(08) VALUE 'SM220005'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 certified, &2 revoked'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
