      * Message ids used by SM0020 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0020'.
	   05  FILLER		 PIC 9(03) VALUE 004.
	   05  FILLER		 PIC X(08) VALUE 'SM200001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey - PF5 releases, PF7/PF8 page, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM200002'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of print queue'.
	   05  FILLER		 PIC X(08) VALUE 'SM200003'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 request(s) requeued'.
	   05  FILLER		 PIC X(08) VALUE 'SM200004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Sender started at &1 printer(s) with queued requests'.
