      * these at closure: the master's summary, service code and
      * resl0001 resolution code, plus the last work-log lines the
      * agent wrote - the fix description that used to get buried in
      * tktd0001. Browsed and searched online through SM0029, and
      * offered by SM0013 before a new ticket for the same service is
      * opened (see KBDF0001 for the deflection tally).
      *
	   05  KB-TICKET-NUM			 PIC X(06).
	   05  KB-SVC-CODE			 PIC X(08).
