      * Message ids used by SM0056 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0056'.
	   05  FILLER		 PIC 9(03) VALUE 016.
	   05  FILLER		 PIC X(08) VALUE 'SM560001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter vendor id and contract number, then ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM560002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Vendor id cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM560003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Vendor id is not on the vendor master'.
	   05  FILLER		 PIC X(08) VALUE 'SM560004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Contract number cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM560005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Start and end are YYYYMMDD, end not before start'.
	   05  FILLER		 PIC X(08) VALUE 'SM560006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Coverage 1 24x7, 2 bus hours, 3 next day, 4 parts'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00002'.
	   05  FILLER		 PIC X(79) VALUE
	       'No record found'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Request has been cancelled'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Error - duplicate record - correct or PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change data and press enter - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter data and press ENTER - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Press ENTER key to delete - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been found'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been added'.
