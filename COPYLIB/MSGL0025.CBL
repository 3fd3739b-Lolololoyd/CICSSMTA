      * Message ids used by SM0025 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0025'.
	   05  FILLER		 PIC 9(03) VALUE 018.
	   05  FILLER		 PIC X(08) VALUE 'SM250001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter parameter id and press ENTER key'.
	   05  FILLER		 PIC X(08) VALUE 'SM250002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key reason and press ENTER to delete - PF24 to cancel'.
	   05  FILLER		 PIC X(08) VALUE 'SM250003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Parameter id cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM250004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Parameter value cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM250005'.
	   05  FILLER		 PIC X(79) VALUE
	       'A reason for the change is required'.
	   05  FILLER		 PIC X(08) VALUE 'SM250006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Nothing has been changed - change data or PF24'.
	   05  FILLER		 PIC X(08) VALUE 'SM250007'.
	   05  FILLER		 PIC X(79) VALUE
	       'A reason for the delete is required'.
	   05  FILLER		 PIC X(08) VALUE 'SM250008'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required to change parameters'.
	   05  FILLER		 PIC X(08) VALUE 'SM250009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Saved - but change history could not be written'.
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
	   05  FILLER		 PIC X(08) VALUE 'SMG00009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been found'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Record has been added'.
