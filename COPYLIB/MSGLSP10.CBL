      * Message ids used by SAMP10 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SAMP10'.
	   05  FILLER		 PIC 9(03) VALUE 007.
	   05  FILLER		 PIC X(08) VALUE 'SAM10001'.
	   05  FILLER		 PIC X(79) VALUE
	       'PF1=Find PF2=Next PF3=Prev PF5=Maint PF6=Jump'.
	   05  FILLER		 PIC X(08) VALUE 'SAM10002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter code/short name and press enter - PF24 to Cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SAM10003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Begining of file reached'.
	   05  FILLER		 PIC X(08) VALUE 'SAM10004'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of file reached'.
	   05  FILLER		 PIC X(08) VALUE 'SAM10005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Region &1 is outside your scope'.
	   05  FILLER		 PIC X(08) VALUE 'SAM10006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Print request queued for &1'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00002'.
	   05  FILLER		 PIC X(79) VALUE
	       'No record found'.
