      * Ticket-event publisher position - file 'evps0001'
      * One record, keyed by the literal TKTEVT01. The journal
      * queue dataset being read (known by the date and time
      * stamped on its first record), how many of its records
      * have been published from, and the last event sequence
      * number issued. TKTEVT01 checkpoints it as it goes; a rerun
      * picks up after EVPS-JRNL-COUNT, or after the last event on
      * EVTOUT if that is further on.
      *
	   05  EVPS-KEY				 PIC X(08).
	   05  EVPS-JRNL-DATE			 PIC 9(07).
	   05  EVPS-JRNL-TIME			 PIC 9(07).
	   05  EVPS-JRNL-COUNT			 PIC 9(07).
	   05  EVPS-LAST-SEQ			 PIC 9(10).
	   05  EVPS-RUN-DATE			 PIC 9(08).
	   05  EVPS-RUN-TIME			 PIC 9(06).
	   05  FILLER				 PIC X(07).
