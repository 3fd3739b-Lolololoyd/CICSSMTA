      * Message ids used by SM0058 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0058'.
	   05  FILLER		 PIC 9(03) VALUE 014.
	   05  FILLER		 PIC X(08) VALUE 'SM580001'.
	   05  FILLER		 PIC X(79) VALUE
	       'A accepts, R rejects, ENTER alone skips - PF3'.
	   05  FILLER		 PIC X(08) VALUE 'SM580002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - ENTER acts, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM580003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action is A (accept), R (reject) or blank to skip'.
	   05  FILLER		 PIC X(08) VALUE 'SM580004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Description cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM580005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Owner needs both region and contact code'.
	   05  FILLER		 PIC X(08) VALUE 'SM580006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Owner contact not on NAMEFILE'.
	   05  FILLER		 PIC X(08) VALUE 'SM580007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Criticality must be 1 (high), 2 or 3 (low)'.
	   05  FILLER		 PIC X(08) VALUE 'SM580008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Already on the asset master (SM0032) - reject it'.
	   05  FILLER		 PIC X(08) VALUE 'SM580009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Asset master unavailable - device not added'.
	   05  FILLER		 PIC X(08) VALUE 'SM580010'.
	   05  FILLER		 PIC X(79) VALUE
	       'No discovered devices waiting for review - PF3'.
	   05  FILLER		 PIC X(08) VALUE 'SM580011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Skipped &1'.
	   05  FILLER		 PIC X(08) VALUE 'SM580012'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 was already reviewed elsewhere'.
	   05  FILLER		 PIC X(08) VALUE 'SM580013'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 added to the asset master'.
	   05  FILLER		 PIC X(08) VALUE 'SM580014'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 rejected - it will not be staged again'.
