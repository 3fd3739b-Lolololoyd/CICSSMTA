      * Message ids used by SM0037 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0037'.
	   05  FILLER		 PIC 9(03) VALUE 006.
	   05  FILLER		 PIC X(08) VALUE 'SM370001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key a report id and run date, then ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM370002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Report viewer requires ADMIN, SERVICE or INQUIRY'.
	   05  FILLER		 PIC X(08) VALUE 'SM370003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Run date must be a YYYYMMDD date'.
	   05  FILLER		 PIC X(08) VALUE 'SM370004'.
	   05  FILLER		 PIC X(79) VALUE
	       'No lines on file for that report and date'.
	   05  FILLER		 PIC X(08) VALUE 'SM370005'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of report'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
