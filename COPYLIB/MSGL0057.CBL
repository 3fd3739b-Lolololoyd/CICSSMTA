      * Message ids used by SM0057 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0057'.
	   05  FILLER		 PIC 9(03) VALUE 006.
	   05  FILLER		 PIC X(08) VALUE 'SM570001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key an asset id and press ENTER - PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM570002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Asset not on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM570003'.
	   05  FILLER		 PIC X(79) VALUE
	       'No assets depend on this one'.
	   05  FILLER		 PIC X(08) VALUE 'SM570004'.
	   05  FILLER		 PIC X(79) VALUE
	   'Chain runs past &1 assets - only the nearest are listed'.
	   05  FILLER		 PIC X(08) VALUE 'SM570005'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 dependent assets - PF7/PF8 page, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
