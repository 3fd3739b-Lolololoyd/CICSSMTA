      * Ticket-event state record - file 'evst0001'
      * The status and assignee TKTEVT01 last published for each
      * ticket, keyed by ticket number - the journal carries only
      * after-images, so this is where the old side of an event
      * comes from. Seeded from tktm0001 by a TKTEVT01 SEED run
      * before the first publish; a ticket met later with no
      * record is recorded here without an event.
      *
	   05  EVST-TICKET			 PIC X(06).
	   05  EVST-STATUS			 PIC X(01).
	   05  EVST-ASSIGNED			 PIC X(08).
	   05  EVST-LAST-SEQ			 PIC 9(10).
	   05  FILLER				 PIC X(05).
