	   05  TICKET-OCCUR-COUNT	 PIC 9(03).
      *        The date the ticket entered WAITING - zero while the
      *        SLA clock is running. The resume arithmetic in SM0011
      *        (and in TKTRPL01 when the requestor answers by mail)
      *        measures the suspension from here.
	   05  TICKET-WAIT-DATE	 PIC 9(08).
      *        The open mjin0001 major incident this ticket was tagged
      *        requestor, zero until then. TICKET-RESP-ESC goes 1
      *        when the TKTSLA01 sweep finds the catalog's
      *        SVC-RESP-DAYS target passed with no response, so the
      *        breach is flagged once, not nightly.
	   05  TICKET-RESP-DATE	 PIC 9(08).
	   05  TICKET-RESP-TIME	 PIC 9(06).
	   05  TICKET-RESP-ESC		 PIC 9(01).
      *        Record widened 189 -> 300 by the FILECNV2 pad/reload;
      *        everything below was appended then, and new fields are
      *        carved from the expansion FILLER at the end. Records
      *        converted from the 189-byte layout carry zeros in the
      *        numeric fields and spaces in the rest.
      *
      *        Ticket class - spaces is the incident/service request
      *        every ticket was before classes existed; C is a change
      *        request opened from SM0013, which carries a planned
      *        implementation window and a risk rating and whose
      *        implementation/backout plans are typed tktd0001 lines
      *        (see TICKD-LINE-TYPE). A change cannot be approved while
      *        its planned window overlaps a frzw0001 freeze for its
      *        service, and the nightly CHGSCH01 forward schedule
      *        lists the approved ones.
	   05  TICKET-CLASS			 PIC X(01).
	       88  TICKET-CLASS-STANDARD	 VALUE SPACE.
	       88  TICKET-CLASS-CHANGE		 VALUE 'C'.
	   05  TICKET-PLAN-START-DATE	 PIC 9(08).
	   05  TICKET-PLAN-START-TIME	 PIC 9(06).
	   05  TICKET-PLAN-END-DATE	 PIC 9(08).
	   05  TICKET-PLAN-END-TIME	 PIC 9(06).
	   05  TICKET-RISK			 PIC X(01).
	       88  TICKET-RISK-HIGH		 VALUE 'H'.
	       88  TICKET-RISK-MEDIUM		 VALUE 'M'.
	       88  TICKET-RISK-LOW		 VALUE 'L'.
      *        The pmsc0001 preventive-maintenance schedule entry
      *        PMSOPN01 opened the ticket from - spaces for every
      *        ticket raised by hand or through the feed.
	   05  TICKET-PMSC-ID			 PIC X(08).
      *        Resolver team (team0001) that owns the ticket - copied
      *        from SVC-TEAM-CODE when it is opened or reclassified.
      *        Spaces puts it on the whole desk's queue.
	   05  TICKET-TEAM-CODE			 PIC X(06).
      *        NAMEFILE region of the contact the ticket is routed
      *        to - stamped alongside TICKET-CONTACT whenever the
      *        routing is set or changed. The ureg0001 region scope
      *        hides the ticket from users outside that region;
      *        spaces counts as the site default region.
	   05  TICKET-REGION			 PIC X(02).
      *        Hour-based SLA - stamped at open when the service has
      *        a business-hour target for the ticket's priority
      *        (SVC-RESP-HOURS / SVC-RESOL-HOURS). H runs the clock in
      *        the routed region's bhrs0001 business hours: the due
      *        date then carries TICKET-DUE-TIME and the response
      *        target its own date and time. B is an H ticket the
      *        TKTSLA01 intraday sweep has already escalated for the
      *        breach, so the hourly runs do not escalate it again -
      *        the nightly ladder carries on from there. Spaces is a
      *        classic whole-day ticket and the times mean nothing.
	   05  TICKET-SLA-BASIS			 PIC X(01).
	       88  TICKET-SLA-DAYS		 VALUE SPACE.
	       88  TICKET-SLA-HOURS		 VALUE 'H' 'B'.
	       88  TICKET-SLA-HRS-BREACHED	 VALUE 'B'.
	   05  TICKET-DUE-TIME			 PIC 9(06).
	   05  TICKET-RESP-DUE-DATE		 PIC 9(08).
	   05  TICKET-RESP-DUE-TIME		 PIC 9(06).
      *        Agent follow-up (tickler) - the date an agent promised
      *        to come back to the ticket, who promised it and a
      *        short reason, set from SM0011. Counted at sign-on and
      *        listed on SM0052 for TICKET-FUP-BY; zero date is no
      *        follow-up. Every close and reject path clears it.
	   05  TICKET-FUP-DATE			 PIC 9(08).
	   05  TICKET-FUP-BY			 PIC X(08).
	   05  TICKET-FUP-REASON		 PIC X(20).
      *        Who keyed the ticket - the desk agent when it was
      *        opened on a caller's behalf from SM0013 (the caller is
      *        then TICKET-REQUESTOR), the requestor themself on a
      *        self-service open. Blank on tickets opened before the
      *        stamp and on system-raised tickets; equal to or blank
      *        against the requestor both count as self-service.
	   05  TICKET-OPENED-BY		 PIC X(08).
