      * Message ids used by SM0046 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0046'.
	   05  FILLER		 PIC 9(03) VALUE 021.
	   05  FILLER		 PIC X(08) VALUE 'SM460001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Enter schedule id and press ENTER key'.
	   05  FILLER		 PIC X(08) VALUE 'SM460002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Schedule id cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM460003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service code is not on the catalog'.
	   05  FILLER		 PIC X(08) VALUE 'SM460004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Requestor is not on UAF00001'.
	   05  FILLER		 PIC X(08) VALUE 'SM460005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Summary cannot be blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM460006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Frequency must be D, W, M or Q'.
	   05  FILLER		 PIC X(08) VALUE 'SM460007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Weekday must be 1 (Monday) to 7 (Sunday)'.
	   05  FILLER		 PIC X(08) VALUE 'SM460008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Day of month must be 01 to 31'.
	   05  FILLER		 PIC X(08) VALUE 'SM460009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Month of quarter must be 1, 2 or 3'.
	   05  FILLER		 PIC X(08) VALUE 'SM460010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Non-working day rule must be S or R'.
	   05  FILLER		 PIC X(08) VALUE 'SM460011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Active must be Y or N'.
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
