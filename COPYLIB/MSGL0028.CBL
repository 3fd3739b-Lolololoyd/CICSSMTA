      * Message ids used by SM0028 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0028'.
	   05  FILLER		 PIC 9(03) VALUE 008.
	   05  FILLER		 PIC X(08) VALUE 'SM280001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter userid, flags RAPSI, hours and reason'.
	   05  FILLER		 PIC X(08) VALUE 'SM280002'.
	   05  FILLER		 PIC X(79) VALUE
	       'ENTER grants - PF3 returns to the menu'.
	   05  FILLER		 PIC X(08) VALUE 'SM280003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Userid to elevate is required'.
	   05  FILLER		 PIC X(08) VALUE 'SM280004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Flags required - Y under R/A/P/S/I positions'.
	   05  FILLER		 PIC X(08) VALUE 'SM280005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Grant life in hours (01-99) is required'.
	   05  FILLER		 PIC X(08) VALUE 'SM280006'.
	   05  FILLER		 PIC X(79) VALUE
	       'A reason is mandatory for break-glass access'.
	   05  FILLER		 PIC X(08) VALUE 'SM280007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Userid is not provisioned on UAF00001'.
	   05  FILLER		 PIC X(08) VALUE 'SM280008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Granted to &1 until &2 &3'.
