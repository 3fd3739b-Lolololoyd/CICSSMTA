      * Message ids used by SM0042 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0042'.
	   05  FILLER		 PIC 9(03) VALUE 012.
	   05  FILLER		 PIC X(08) VALUE 'SM420001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key ticket, new service code, reason - ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM420002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - ENTER acts, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM420003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Reclassify requires SERVICE or ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM420004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket number required'.
	   05  FILLER		 PIC X(08) VALUE 'SM420005'.
	   05  FILLER		 PIC X(79) VALUE
	       'New service code required'.
	   05  FILLER		 PIC X(08) VALUE 'SM420006'.
	   05  FILLER		 PIC X(79) VALUE
	       'A reclassification needs its reason'.
	   05  FILLER		 PIC X(08) VALUE 'SM420007'.
	   05  FILLER		 PIC X(79) VALUE
	       'New service code not on file or inactive'.
	   05  FILLER		 PIC X(08) VALUE 'SM420008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Closed or rejected tickets stay put'.
	   05  FILLER		 PIC X(08) VALUE 'SM420009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket already carries that service code'.
	   05  FILLER		 PIC X(08) VALUE 'SM420010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service category &1 is not granted to you'.
	   05  FILLER		 PIC X(08) VALUE 'SM420011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket &1 reclassified to &2'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket not found'.
