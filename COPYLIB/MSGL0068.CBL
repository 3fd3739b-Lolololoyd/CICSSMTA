      * Message ids used by SM0068 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0068'.
	   05  FILLER		 PIC 9(03) VALUE 022.
	   05  FILLER		 PIC X(08) VALUE 'SM680001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey - PF5 adds, PF7/PF8 page, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM680002'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required for another user'.
	   05  FILLER		 PIC X(08) VALUE 'SM680003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Select S show, C change method, D unsubscribe'.
	   05  FILLER		 PIC X(08) VALUE 'SM680004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Subscription is no longer on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM680005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the new method (P, M or V) first'.
	   05  FILLER		 PIC X(08) VALUE 'SM680006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Subscription changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM680007'.
	   05  FILLER		 PIC X(79) VALUE
	       'Mandatory subscription - only an ADMIN may drop it'.
	   05  FILLER		 PIC X(08) VALUE 'SM680008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Update failed - subscription has not been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM680009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the report id to subscribe to'.
	   05  FILLER		 PIC X(08) VALUE 'SM680010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Already subscribed - C against the line changes it'.
	   05  FILLER		 PIC X(08) VALUE 'SM680011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Method is P print, M mail or V view-only notice'.
	   05  FILLER		 PIC X(08) VALUE 'SM680012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Mandatory is Y or N'.
	   05  FILLER		 PIC X(08) VALUE 'SM680013'.
	   05  FILLER		 PIC X(79) VALUE
	       'ADMIN authority required to set mandatory'.
	   05  FILLER		 PIC X(08) VALUE 'SM680014'.
	   05  FILLER		 PIC X(79) VALUE
	       'No runs of that report in the repository'.
	   05  FILLER		 PIC X(08) VALUE 'SM680015'.
	   05  FILLER		 PIC X(79) VALUE
	       'User is not a userid on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM680016'.
	   05  FILLER		 PIC X(79) VALUE
	       'User needs ADMIN, SERVICE or INQUIRY access'.
	   05  FILLER		 PIC X(08) VALUE 'SM680017'.
	   05  FILLER		 PIC X(79) VALUE
	       'No subscriptions - key a report id, PF5 adds one'.
	   05  FILLER		 PIC X(08) VALUE 'SM680018'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of subscription list'.
	   05  FILLER		 PIC X(08) VALUE 'SM680019'.
	   05  FILLER		 PIC X(79) VALUE
	       'Added &1 by &2 - not delivered yet'.
	   05  FILLER		 PIC X(08) VALUE 'SM680020'.
	   05  FILLER		 PIC X(79) VALUE
	       'Added &1 by &2 - last delivered run &3'.
	   05  FILLER		 PIC X(08) VALUE 'SM680021'.
	   05  FILLER		 PIC X(79) VALUE
	       'Unsubscribed from &1'.
	   05  FILLER		 PIC X(08) VALUE 'SM680022'.
	   05  FILLER		 PIC X(79) VALUE
	       'Subscribed &1 to &2'.
