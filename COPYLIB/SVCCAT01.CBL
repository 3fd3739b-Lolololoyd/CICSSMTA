      *        to the site default contact, the pre-rule behavior.
	   05  SVC-ROUTE-REGION		 PIC X(02).
	   05  SVC-ROUTE-CODE			 PIC X(04).
      *        Resolver group - the team0001 team whose queue new
      *        tickets under this code land in before anyone picks
      *        them up. Blank leaves them on the whole desk's queue.
	   05  SVC-TEAM-CODE			 PIC X(06).
      *        Business-hour targets per ticket priority (1 high,
      *        2 medium, 3 low) - response and resolution in hours
      *        counted only inside the routed region's bhrs0001
      *        business hours. A non-zero entry overrides the day
      *        targets above for tickets of that priority and makes
      *        the ticket's due date carry a due time; zero (or a
      *        never maintained entry) leaves the day targets in force.
	   05  SVC-HOUR-TARGETS.
	       10  SVC-HOUR-TARGET		 OCCURS 3 TIMES.
		   15  SVC-RESP-HOURS		 PIC 9(03).
		   15  SVC-RESOL-HOURS		 PIC 9(03).
      *        Availability target, a percentage to two places
      *        (99.50) - AVLRPT01 flags a service whose uptime for the
      *        period falls below it. Zero means no target. Not one of
      *        the versioned terms - it judges the service, not the
      *        tickets opened under it.
	   05  SVC-AVAIL-TARGET			 PIC 9(03)V99.
      *        Paging escalation ladder - the NAMEFILE contacts
      *        (region+code) TKTPAG01 pages in turn, after the on-call
      *        roster entry, when a priority-1 page goes
      *        unacknowledged. Blank entries are passed over. Not a
      *        versioned term - it says who is woken tonight, not how
      *        tickets are judged.
	   05  SVC-PAGE-LADDER.
	       10  SVC-LADDER-ENTRY		 OCCURS 3 TIMES.
		   15  SVC-LADDER-REGION	 PIC X(02).
		   15  SVC-LADDER-CODE		 PIC X(04).
	   05  FILLER				 PIC X(01).
