      * Message ids used by SM0011 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0011'.
	   05  FILLER		 PIC 9(03) VALUE 036.
	   05  FILLER		 PIC X(08) VALUE 'SM110001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Takeover requires ADMIN access'.
	   05  FILLER		 PIC X(08) VALUE 'SM110002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket taken over - you now hold the lock'.
	   05  FILLER		 PIC X(08) VALUE 'SM110003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Type a work-log entry on the entry lines first'.
	   05  FILLER		 PIC X(08) VALUE 'SM110004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Minutes spent must be numeric or blank'.
	   05  FILLER		 PIC X(08) VALUE 'SM110005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Visibility must be I (internal) or P (public)'.
	   05  FILLER		 PIC X(08) VALUE 'SM110006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Wait action must be W (suspend) or R (resume)'.
	   05  FILLER		 PIC X(08) VALUE 'SM110007'.
	   05  FILLER		 PIC X(79) VALUE
	       'A wait action needs a work-log entry'.
	   05  FILLER		 PIC X(08) VALUE 'SM110008'.
	   05  FILLER		 PIC X(79) VALUE
	       'Work-log entry added'.
	   05  FILLER		 PIC X(08) VALUE 'SM110009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Only an open or approved ticket can wait'.
	   05  FILLER		 PIC X(08) VALUE 'SM110010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket set WAITING - SLA clock stopped'.
	   05  FILLER		 PIC X(08) VALUE 'SM110011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket resumed - due date pushed out'.
	   05  FILLER		 PIC X(08) VALUE 'SM110012'.
	   05  FILLER		 PIC X(79) VALUE
	       'INQUIRY access cannot append work-log entries'.
	   05  FILLER		 PIC X(08) VALUE 'SM110013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Work log full - run the TKDCON01 consolidation'.
	   05  FILLER		 PIC X(08) VALUE 'SM110014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Follow-up dates are kept by the service desk'.
	   05  FILLER		 PIC X(08) VALUE 'SM110015'.
	   05  FILLER		 PIC X(79) VALUE
	       'A closed or rejected ticket takes no follow-up'.
	   05  FILLER		 PIC X(08) VALUE 'SM110016'.
	   05  FILLER		 PIC X(79) VALUE
	       'Follow-up date must be YYYYMMDD or CLEAR'.
	   05  FILLER		 PIC X(08) VALUE 'SM110017'.
	   05  FILLER		 PIC X(79) VALUE
	       'Follow-up date cannot be in the past'.
	   05  FILLER		 PIC X(08) VALUE 'SM110018'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key a follow-up date with the reason'.
	   05  FILLER		 PIC X(08) VALUE 'SM110019'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key a short reason with the follow-up date'.
	   05  FILLER		 PIC X(08) VALUE 'SM110020'.
	   05  FILLER		 PIC X(79) VALUE
	       'Follow-up cleared'.
	   05  FILLER		 PIC X(08) VALUE 'SM110021'.
	   05  FILLER		 PIC X(79) VALUE
	       'Parts used are booked by the service desk'.
	   05  FILLER		 PIC X(08) VALUE 'SM110022'.
	   05  FILLER		 PIC X(79) VALUE
	       'A closed or rejected ticket takes no parts'.
	   05  FILLER		 PIC X(08) VALUE 'SM110023'.
	   05  FILLER		 PIC X(79) VALUE
	       'Part quantity must be 1-999'.
	   05  FILLER		 PIC X(08) VALUE 'SM110024'.
	   05  FILLER		 PIC X(79) VALUE
	       'Part number is not on the parts master'.
	   05  FILLER		 PIC X(08) VALUE 'SM110025'.
	   05  FILLER		 PIC X(79) VALUE
	       'Part not booked - not on the parts master'.
	   05  FILLER		 PIC X(08) VALUE 'SM110026'.
	   05  FILLER		 PIC X(79) VALUE
	       'Part not booked - stock taken meanwhile'.
	   05  FILLER		 PIC X(08) VALUE 'SM110027'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of work log'.
	   05  FILLER		 PIC X(08) VALUE 'SM110028'.
	   05  FILLER		 PIC X(79) VALUE
	       'Watch dropped'.
	   05  FILLER		 PIC X(08) VALUE 'SM110029'.
	   05  FILLER		 PIC X(79) VALUE
	       'Now watching this ticket - PF5 drops it'.
	   05  FILLER		 PIC X(08) VALUE 'SM110030'.
	   05  FILLER		 PIC X(79) VALUE
	       'In use by &1 at &2 since &3 - PF9 takes over'.
	   05  FILLER		 PIC X(08) VALUE 'SM110031'.
	   05  FILLER		 PIC X(79) VALUE
	       'Ticket in use by &1 - view only (PF9 takes over)'.
	   05  FILLER		 PIC X(08) VALUE 'SM110032'.
	   05  FILLER		 PIC X(79) VALUE
	       'Service category &1 is not granted to you - entry refuse
      -        'd'.
	   05  FILLER		 PIC X(08) VALUE 'SM110033'.
	   05  FILLER		 PIC X(79) VALUE
	       'Follow-up set for &1'.
	   05  FILLER		 PIC X(08) VALUE 'SM110034'.
	   05  FILLER		 PIC X(79) VALUE
	       'Only &1 on hand - correct the count on SM54 first'.
	   05  FILLER		 PIC X(08) VALUE 'SM110035'.
	   05  FILLER		 PIC X(79) VALUE
	       'Part &1 booked - &2 left on hand'.
	   05  FILLER		 PIC X(08) VALUE 'SMG00012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey Pressed - PF7/PF8 page, PF3 exits'.
