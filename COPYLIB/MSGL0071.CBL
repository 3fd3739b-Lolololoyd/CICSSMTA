      * Message ids used by SM0071 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0071'.
	   05  FILLER		 PIC 9(03) VALUE 009.
	   05  FILLER		 PIC X(08) VALUE 'SM710001'.
	   05  FILLER		 PIC X(79) VALUE
	       'No preferences saved yet - defaults shown'.
	   05  FILLER		 PIC X(08) VALUE 'SM710002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey - ENTER saves, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM710003'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required for another user'.
	   05  FILLER		 PIC X(08) VALUE 'SM710004'.
	   05  FILLER		 PIC X(79) VALUE
	       'User &1 is not on UAF00001'.
	   05  FILLER		 PIC X(08) VALUE 'SM710005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Language must be a two-letter code, e.g. EN'.
	   05  FILLER		 PIC X(08) VALUE 'SM710006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Update failed - preferences have not been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM710007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Preferences saved for &1'.
	   05  FILLER		 PIC X(08) VALUE 'SM710008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Digest must be D (daily), W (weekly) or N (never)'.
	   05  FILLER		 PIC X(08) VALUE 'SM710009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Changed tickets only must be Y or N'.
