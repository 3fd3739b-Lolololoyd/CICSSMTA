      *        pick proceeds past it.
	   05  CA-FREEZE-WARNED		 PIC X(01).
	       88  CA-WARNED			 VALUE 'Y'.
      *        Intake questionnaire - CA-PANEL is Q while the picked
      *        service's qset0001 questions are on the screen. The first
      *        panel's entries ride along in CA-SAVED-ENTRY so they are
      *        there again when the answers come back (or PF3 returns to
      *        the list), and the answers so far are kept against the
      *        service they were given for.
	   05  CA-PANEL				 PIC X(01).
	       88  CA-ON-QUESTIONS		 VALUE 'Q'.
	       88  CA-ON-ARTICLES		 VALUE 'K'.
	   05  CA-SEL-SUB			 PIC 9(02).
	   05  CA-ANSWERED			 PIC X(01).
	       88  CA-IS-ANSWERED		 VALUE 'Y'.
	   05  CA-SAVED-ENTRY.
	       10  CA-SV-PRI			 PIC X(01).
	       10  CA-SV-SUMM			 PIC X(40).
	       10  CA-SV-DSC1			 PIC X(60).
	       10  CA-SV-DSC2			 PIC X(60).
	       10  CA-SV-ASST			 PIC X(08).
	       10  CA-SV-CLAS			 PIC X(01).
	       10  CA-SV-PSDT			 PIC X(08).
	       10  CA-SV-PSTM			 PIC X(04).
	       10  CA-SV-PEDT			 PIC X(08).
	       10  CA-SV-PETM			 PIC X(04).
	       10  CA-SV-RISK			 PIC X(01).
	       10  CA-SV-IMPL			 PIC X(60).
	       10  CA-SV-BKOU			 PIC X(60).
	   05  CA-ANSWER-SVC			 PIC X(08).
	   05  CA-ANSWERS.
	       10  CA-ANSWER		 OCCURS 10 TIMES PIC X(30).
      *        Knowledge-article suggestions - CA-PANEL is K while up
      *        to five kbar0001 articles matching the summary are on
      *        the screen (map SM13KM), their keys held here best match
      *        first. CA-SUGGEST-DONE stops them being offered twice
      *        for the same ENTER once the requestor chose to open.
	   05  CA-SUGGEST-DONE			 PIC X(01).
	       88  CA-IS-SUGGESTED		 VALUE 'Y'.
	   05  CA-ART-TICKETS.
	       10  CA-ART-TICKET	 OCCURS 5 TIMES PIC X(06).
      *        Open-on-behalf - the caller a SERVICE user keyed rides
      *        along with the parked entries, and CA-CALLER-OK holds
      *        the caller whose name and department have been shown
      *        for confirmation - the next ENTER with the same caller
      *        opens the ticket.
	   05  CA-SV-CALR			 PIC X(08).
	   05  CA-CALLER-OK			 PIC X(08).
      *        Estimated cost - parked with the other entries while
      *        the questionnaire or article panels are up.
	   05  CA-SV-COST			 PIC X(10).
