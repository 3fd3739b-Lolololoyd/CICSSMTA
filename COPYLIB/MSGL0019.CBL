      * Message ids used by SM0019 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0019'.
	   05  FILLER		 PIC 9(03) VALUE 004.
	   05  FILLER		 PIC X(08) VALUE 'SM190001'.
	   05  FILLER		 PIC X(79) VALUE
	       'PF7/PF8 page the log - PF3 returns to the menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM190002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket not found on the archive'.
	   05  FILLER		 PIC X(08) VALUE 'SM190003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Archived ticket was raised by another requestor'.
	   05  FILLER		 PIC X(08) VALUE 'SM190004'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of archived work log'.
