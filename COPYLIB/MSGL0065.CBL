      * Message ids used by SM0065 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0065'.
	   05  FILLER		 PIC 9(03) VALUE 014.
	   05  FILLER		 PIC X(08) VALUE 'SM650001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key a parameter id and press ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM650002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Select S to show a change or R to restore it'.
	   05  FILLER		 PIC X(08) VALUE 'SM650003'.
	   05  FILLER		 PIC X(79) VALUE
	       'History entry is no longer on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM650004'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required to restore parameters'.
	   05  FILLER		 PIC X(08) VALUE 'SM650005'.
	   05  FILLER		 PIC X(79) VALUE
	       'A reason for the restore is required'.
	   05  FILLER		 PIC X(08) VALUE 'SM650006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Parameter already holds that value'.
	   05  FILLER		 PIC X(08) VALUE 'SM650007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Parameter is already absent from the file'.
	   05  FILLER		 PIC X(08) VALUE 'SM650008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Restore failed - parameter has not been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM650009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Restored - but change history was not written'.
	   05  FILLER		 PIC X(08) VALUE 'SM650010'.
	   05  FILLER		 PIC X(79) VALUE
	       'No changes on file for this parameter'.
	   05  FILLER		 PIC X(08) VALUE 'SM650011'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of parameter history'.
	   05  FILLER		 PIC X(08) VALUE 'SM650012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Change of &1 &2 by &3 at &4'.
	   05  FILLER		 PIC X(08) VALUE 'SM650013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Value before the &1 &2 change restored'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
