      * Message ids used by SM0067 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0067'.
	   05  FILLER		 PIC 9(03) VALUE 030.
	   05  FILLER		 PIC X(08) VALUE 'SM670001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key an incident id and press ENTER'.
	   05  FILLER		 PIC X(08) VALUE 'SM670002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey - PF5 adds, PF7/PF8 page, PF3 returns'.
	   05  FILLER		 PIC X(08) VALUE 'SM670003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Select S show, C change, D done, W waive, O reopen'.
	   05  FILLER		 PIC X(08) VALUE 'SM670004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action is no longer on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM670005'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required to change actions'.
	   05  FILLER		 PIC X(08) VALUE 'SM670006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the new owner, due date or description first'.
	   05  FILLER		 PIC X(08) VALUE 'SM670007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action is closed - O reopens it before a change'.
	   05  FILLER		 PIC X(08) VALUE 'SM670008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM670009'.
	   05  FILLER		 PIC X(79) VALUE
	       'A completion note is required'.
	   05  FILLER		 PIC X(08) VALUE 'SM670010'.
	   05  FILLER		 PIC X(79) VALUE
	       'A note giving the reason to waive is required'.
	   05  FILLER		 PIC X(08) VALUE 'SM670011'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required to waive actions'.
	   05  FILLER		 PIC X(08) VALUE 'SM670012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Only the owner or an ADMIN may mark it done'.
	   05  FILLER		 PIC X(08) VALUE 'SM670013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action is already closed'.
	   05  FILLER		 PIC X(08) VALUE 'SM670014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action marked done'.
	   05  FILLER		 PIC X(08) VALUE 'SM670015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action waived'.
	   05  FILLER		 PIC X(08) VALUE 'SM670016'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required to reopen actions'.
	   05  FILLER		 PIC X(08) VALUE 'SM670017'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action is already open'.
	   05  FILLER		 PIC X(08) VALUE 'SM670018'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action reopened'.
	   05  FILLER		 PIC X(08) VALUE 'SM670019'.
	   05  FILLER		 PIC X(79) VALUE
	       'Update failed - action has not been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM670020'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required to add actions'.
	   05  FILLER		 PIC X(08) VALUE 'SM670021'.
	   05  FILLER		 PIC X(79) VALUE
	       'Owner, due date and description are required'.
	   05  FILLER		 PIC X(08) VALUE 'SM670022'.
	   05  FILLER		 PIC X(79) VALUE
	       'Owner is not a userid on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM670023'.
	   05  FILLER		 PIC X(79) VALUE
	       'Due date must be a valid date, YYYYMMDD'.
	   05  FILLER		 PIC X(08) VALUE 'SM670024'.
	   05  FILLER		 PIC X(79) VALUE
	       'No actions on file - key the detail, PF5 adds one'.
	   05  FILLER		 PIC X(08) VALUE 'SM670025'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of action list'.
	   05  FILLER		 PIC X(08) VALUE 'SM670026'.
	   05  FILLER		 PIC X(79) VALUE
	       'Incident not on file - SM0041 declares it'.
	   05  FILLER		 PIC X(08) VALUE 'SM670027'.
	   05  FILLER		 PIC X(79) VALUE
	       'Done &1 by &2'.
	   05  FILLER		 PIC X(08) VALUE 'SM670028'.
	   05  FILLER		 PIC X(79) VALUE
	       'Waived &1 by &2'.
	   05  FILLER		 PIC X(08) VALUE 'SM670029'.
	   05  FILLER		 PIC X(79) VALUE
	       'Raised &1 by &2'.
	   05  FILLER		 PIC X(08) VALUE 'SM670030'.
	   05  FILLER		 PIC X(79) VALUE
	       'Action &1 added for &2'.
