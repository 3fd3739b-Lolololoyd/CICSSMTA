      * Message ids used by SM0036 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0036'.
	   05  FILLER		 PIC 9(03) VALUE 003.
	   05  FILLER		 PIC X(08) VALUE 'SM360001'.
	   05  FILLER		 PIC X(79) VALUE
	       'ENTER refreshes - PF5 trend - PF3 returns to the menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM360002'.
	   05  FILLER		 PIC X(79) VALUE
	       'No backlog snapshots on file for the last 13 weeks'.
	   05  FILLER		 PIC X(08) VALUE 'SM360003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key service, ENTER (blank = desk) - PF5/PF3 dashboard'.
