      * Priority-1 paging state record - file 'pgst0001'
      * One record per paging episode, keyed ticket + reason: O is
      * the page when a priority-1 ticket opens, B when it breaches
      * its SLA (TKTSLA01 has escalated it, or flagged its response
      * target missed). TKTPAG01 writes it when the first page goes
      * out and moves it along every run - who is being paged now
      * (the on-call roster entry is step 0, the svcc0001 paging
      * ladder steps 1-3), how many times, when the last page went,
      * and who acknowledged. Every move is also a work-log line on
      * the ticket. SEEDED records stand for tickets already in
      * flight when paging began (a TKTPAG01 SEED run) and never
      * page.
      *
	   05  PGST-KEY.
	       10  PGST-TICKET			 PIC X(06).
	       10  PGST-REASON			 PIC X(01).
		   88  PGST-ON-OPEN		 VALUE 'O'.
		   88  PGST-ON-BREACH		 VALUE 'B'.
	   05  PGST-STATE			 PIC X(01).
	       88  PGST-WAITING			 VALUE 'W'.
	       88  PGST-ACKNOWLEDGED		 VALUE 'A'.
	       88  PGST-EXHAUSTED		 VALUE 'X'.
	       88  PGST-STOOD-DOWN		 VALUE 'S'.
	       88  PGST-SEEDED			 VALUE 'N'.
      *        Ladder step being paged (0 the roster, 1-3 the ladder)
      *        and how many pages that contact has had this step.
	   05  PGST-STEP			 PIC 9(01).
	   05  PGST-ATTEMPT			 PIC 9(01).
      *        Pages sent this episode - the last two bytes of the page
      *        reference the gateway echoes back on an acknowledgment.
	   05  PGST-PAGES			 PIC 9(02).
	   05  PGST-REGION			 PIC X(02).
	   05  PGST-CODE			 PIC X(04).
	   05  PGST-SENT-DATE			 PIC 9(08).
	   05  PGST-SENT-TIME			 PIC 9(06).
	   05  PGST-ACK-REGION			 PIC X(02).
	   05  PGST-ACK-CODE			 PIC X(04).
	   05  PGST-ACK-DATE			 PIC 9(08).
	   05  PGST-ACK-TIME			 PIC 9(06).
	   05  PGST-FIRST-DATE			 PIC 9(08).
	   05  PGST-FIRST-TIME			 PIC 9(06).
	   05  FILLER				 PIC X(14).
